       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOSTRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> População da amostra: pagamentos do período (ver
      *> PGTOCONT.cbl), lidos sempre na ordem da chave para que a
      *> mesma semente refaça a mesma seleção.
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Parâmetros de cada amostra (período, empresa, método,
      *> semente, quantidades e faixas) e o tamanho da população, para
      *> o auditor refazer a seleção; mesma ideia de CIRCCTRL.DAT.
           SELECT AMOSCTRL-FILE ASSIGN TO "AMOSCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AC.

      *> Vínculo chave de acesso NF-e x conta (ver LANCCONT.cbl).
      *> Arquivo opcional.
           SELECT NFECHAVE-FILE ASSIGN TO "NFECHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

      *> Pedido de compra e recebimentos físicos (ver CADPEDIDO.cbl
      *> e CADRECEB.cbl). Arquivos opcionais.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PEDIDO
               FILE STATUS IS WS-STATUS-FILE-P.

           SELECT RECEBIMENTO-FILE ASSIGN TO "RECEBIMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RB.

      *> Registro dos lotes de remessa (ver REMESSA.cbl): dados
      *> bancários realmente enviados ao banco. Arquivo opcional.
           SELECT REMLOTE-FILE ASSIGN TO "REMLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RL.

      *> Itens do borderô (ver BORDERO.cbl): a aprovação do borderô
      *> fica na trilha pelo número dele. Arquivo opcional.
           SELECT BORDERO-FILE ASSIGN TO "BORDERO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-BD.

      *> Guarda de documentos (ver GUARDDOC.cbl): onde está o
      *> comprovante (tipo CP) de cada pagamento. Arquivo opcional.
           SELECT DOCGUARD-FILE ASSIGN TO "DOCGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CHAVE
               ALTERNATE RECORD KEY IS DG-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS DG-CHAVE-NFE WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): lida
      *> para as aprovações de cada pagamento da amostra e depois
      *> estendida com o registro da própria amostra.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Lista de evidências ao auditor, um arquivo por amostra (nome
      *> montado, como em CIRCULAR.cbl).
           SELECT EVIDENCIA-FILE ASSIGN TO WS-NOME-EVIDENCIA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVIDENCIA.

       DATA DIVISION.
       FILE SECTION.

       FD HISTPAGTO-FILE.
       01 HIST-REG.
           05 H-CHAVE.                      *> 10 doc + 14 CNPJ +
               10 H-NUM-DOC     PIC 9(10).  *> 02 parc + 04 seq
               10 H-CNPJ-FORN   PIC 9(14).
               10 H-NUM-PARCELA PIC 9(02).
               10 H-SEQ         PIC 9(04).
           05 H-DATA-PGTO       PIC 9(8).
           05 H-VALOR-PAGO      PIC 9(10)V99.
           05 H-VALOR-DESCONTO  PIC 9(10)V99.
           05 H-VALOR-IRRF      PIC 9(10)V99.  *> retenção na fonte
           05 H-VALOR-INSS      PIC 9(10)V99.
           05 H-VALOR-ISS       PIC 9(10)V99.
           05 H-EMPRESA         PIC 9(02).  *> empresa do grupo
           05 H-VALOR-CREDITO   PIC 9(10)V99.  *> nota de crédito
           05 H-TIPO            PIC X(01).  *> espaço=pagamento,
                                            *> E=estorno,X=baixa
                                            *> de resíduo

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc+14 CNPJ+02 parc
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> N=PENDENTE,A=ABERTO,
                                            *> B=PARCIAL,P=PAGO,
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

       FD AMOSCTRL-FILE.
       01 AMOSCTRL-REG.
           05 AC-CHAVE.
               10 AC-DATA-INI   PIC 9(8).
               10 AC-DATA-FIM   PIC 9(8).
               10 AC-EMPRESA    PIC 9(02).
               10 AC-METODO     PIC 9(01).  *> 1=aleatória simples,
                                            *> 2=unidade monetária,
                                            *> 3=estratificada
               10 AC-SEMENTE    PIC 9(06).
           05 AC-QTD-PEDIDA     PIC 9(05).  *> métodos 1 e 2
           05 AC-QTD-FAIXAS     PIC 9(01).  *> método 3
           05 AC-FAIXA        OCCURS 5 TIMES.
               10 AC-LIMITE     PIC 9(10)V99.  *> teto da faixa
               10 AC-QTD-FAIXA  PIC 9(05).
           05 AC-INTERVALO      PIC 9(12)V99.  *> método 2
           05 AC-POP-QTD        PIC 9(05).
           05 AC-POP-VALOR      PIC 9(14)V99.
           05 AC-AMOSTRA-QTD    PIC 9(05).
           05 AC-AMOSTRA-VALOR  PIC 9(14)V99.
           05 AC-NOME-ARQUIVO   PIC X(40).
           05 AC-DATA-GERACAO   PIC 9(8).
           05 AC-USUARIO        PIC X(10).

       FD NFECHAVE-FILE.
       01 NFECHAVE-REG.
           05 NK-CHAVE-NFE      PIC X(44).
           05 NK-CNPJ-EMIT      PIC 9(14).
           05 NK-CP-CHAVE       PIC X(26).
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

       FD PEDIDO-FILE.
       01 PEDIDO-REG.
           05 PD-NUM-PEDIDO     PIC 9(10).
           05 PD-CNPJ-FORN      PIC 9(14).
           05 PD-SITUACAO       PIC X(1).  *> A=ABERTO, F=FECHADO
           05 PD-VALOR-PEDIDO   PIC 9(10)V99.  *> valor aprovado
           05 PD-VALOR-CONSUMIDO PIC 9(10)V99. *> notas já lançadas

       FD RECEBIMENTO-FILE.
       01 RECEBIMENTO-REG.
           05 RB-CHAVE          PIC X(12).  *> 10 pedido + 02 sequencial
           05 RB-NUM-PEDIDO     PIC 9(10).
           05 RB-SEQUENCIA      PIC 9(02).
           05 RB-DATA-RECEB     PIC 9(8).   *> AAAAMMDD
           05 RB-VALOR          PIC 9(10)V99.
           05 RB-DESCRICAO      PIC X(30).

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
           05 RL-ITEM-GRUPO     PIC 9(04).  *> item do registro
                                            *> agrupado (0 = avulso;
                                            *> igual ao próprio item
                                            *> = agrupador)

       FD BORDERO-FILE.
       01 BORDERO-REG.
           05 BD-CHAVE          PIC X(10).  *> 06 número + 04 item
           05 BD-NUMERO         PIC 9(06).
           05 BD-ITEM           PIC 9(04).
           05 BD-SITUACAO       PIC X(01).
           05 BD-DATA           PIC 9(8).
           05 BD-NUM-DOC        PIC 9(10).
           05 BD-CNPJ-FORN      PIC 9(14).
           05 BD-NUM-PARCELA    PIC 9(02).
           05 BD-VALOR          PIC 9(10)V99.
           05 BD-CONTA-PAGADORA PIC X(03).  *> escolhida na aprovação

       FD DOCGUARD-FILE.
       01 DOCGUARD-REG.
           05 DG-CHAVE.                      *> 26 conta + 04 seq +
               10 DG-CP-CHAVE    PIC X(26).  *> 02 tipo
               10 DG-SEQ-PGTO    PIC 9(04).
               10 DG-TIPO-DOC    PIC X(02).
           05 DG-NUM-DOC        PIC 9(10).
           05 DG-CNPJ-FORN      PIC 9(14).
           05 DG-EMPRESA        PIC 9(02).
           05 DG-DATA-DOC       PIC 9(8).   *> emissão ou pagamento
           05 DG-CHAVE-NFE      PIC X(44).
           05 DG-MEIO           PIC X(01).  *> F=físico,D=digital
           05 DG-CAIXA          PIC X(10).
           05 DG-PASTA          PIC X(10).
           05 DG-CAMINHO        PIC X(60).
           05 DG-SITUACAO       PIC X(01).  *> G=guardado,
                                            *> D=descartado
           05 DG-DATA-REG       PIC 9(8).
           05 DG-USUARIO        PIC X(10).
           05 DG-DATA-DESCARTE  PIC 9(8).
           05 DG-AUTORIZADOR    PIC X(10).  *> quem autorizou descarte

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

       FD EVIDENCIA-FILE.
       01 EVIDENCIA-REG         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-AC     PIC XX.
       01 WS-STATUS-FILE-NK     PIC XX.
       01 WS-STATUS-FILE-P      PIC XX.
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-RL     PIC XX.
       01 WS-STATUS-FILE-BD     PIC XX.
       01 WS-STATUS-FILE-DG     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-EVIDENCIA   PIC XX.
       01 WS-NFECHAVE-OK        PIC X VALUE "N".
       01 WS-PEDIDO-OK          PIC X VALUE "N".
       01 WS-RECEB-OK           PIC X VALUE "N".
       01 WS-REMLOTE-OK         PIC X VALUE "N".
       01 WS-BORDERO-OK         PIC X VALUE "N".
       01 WS-DOCGUARD-OK        PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-NOME-EVIDENCIA     PIC X(40).
       01 WS-LINHA              PIC X(132).

      *> Amostra em trabalho: período de pagamento, empresa (00 para
      *> o grupo inteiro), método e semente formam a chave em
      *> AMOSCTRL.DAT.
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-EMPRESA-PGTO       PIC 9(02).
       01 WS-METODO             PIC 9(01).
       01 WS-REFAZ              PIC X VALUE "N".

      *> Pagamentos do período na ordem da chave de HISTPAGTO.DAT.
       01 WS-TAB-POP.
           05 WS-PO-LINHA     OCCURS 9999 TIMES.
               10 WS-PO-CHAVE       PIC X(30).
               10 WS-PO-DATA        PIC 9(8).
               10 WS-PO-VALOR       PIC 9(10)V99.
               10 WS-PO-FAIXA       PIC 9(01).
               10 WS-PO-SELEC       PIC X(01).  *> S=na amostra
               10 WS-PO-ACERTOS     PIC 9(03).  *> pontos da unidade
                                                *> monetária
       01 WS-PO-QTD             PIC 9(05).
       01 WS-PO-IDX             PIC 9(05).
       01 WS-PO-ESTOURO         PIC X VALUE "N".
       01 WS-POP-VALOR          PIC 9(14)V99.

      *> Sorteio: aleatória simples e cada faixa da estratificada
      *> usam a amostragem sequencial de CIRCULAR.cbl (cada candidato
      *> entra com probabilidade faltam / restam); a unidade
      *> monetária sorteia só o ponto de partida do intervalo. A
      *> primeira chamada de RANDOM recebe a semente, e a ordem das
      *> chamadas é fixa, então a mesma semente refaz a amostra.
       01 WS-SEMENTE            PIC 9(06).
       01 WS-SORTEIO            PIC V9(09).
       01 WS-QTD-PEDIDA         PIC 9(05).
       01 WS-FALTAM             PIC 9(05).
       01 WS-RESTAM             PIC 9(05).
       01 WS-QTD-FAIXAS         PIC 9(01).
       01 WS-FAIXA            OCCURS 5 TIMES.
           05 WS-FX-LIMITE      PIC 9(10)V99.
           05 WS-FX-QTD         PIC 9(05).
           05 WS-FX-POP         PIC 9(05).
           05 WS-FX-POP-VALOR   PIC 9(14)V99.
           05 WS-FX-AMOSTRA     PIC 9(05).
       01 WS-FX-IDX             PIC 9(01).
       01 WS-INTERVALO          PIC 9(12)V99.
       01 WS-PONTO              PIC 9(14)V99.
       01 WS-ACUM               PIC 9(14)V99.
       01 WS-ACUM-ANT           PIC 9(14)V99.
       01 WS-AMOSTRA-QTD        PIC 9(05).
       01 WS-AMOSTRA-VALOR      PIC 9(14)V99.

      *> Itens da amostra com o que se junta para a evidência: a NF-e
      *> (NFECHAVE.DAT, gravada na primeira parcela) e o borderô em
      *> que a conta foi paga.
       01 WS-TAB-AMO.
           05 WS-AM-LINHA     OCCURS 300 TIMES.
               10 WS-AM-POP         PIC 9(05).
               10 WS-AM-CP-CHAVE    PIC X(26).
               10 WS-AM-CHAVE-NFE   PIC X(44).
               10 WS-AM-BORDERO     PIC 9(06).
       01 WS-AM-QTD             PIC 9(03).
       01 WS-AM-IDX             PIC 9(03).

      *> Linhas da trilha de cada item (inclusão, aprovações, envio,
      *> pagamento), na ordem de gravação.
       01 WS-TAB-TRILHA.
           05 WS-TR-LINHA     OCCURS 4000 TIMES.
               10 WS-TR-ITEM        PIC 9(03).
               10 WS-TR-DATA        PIC 9(8).
               10 WS-TR-HORA        PIC 9(6).
               10 WS-TR-PROGRAMA    PIC X(8).
               10 WS-TR-ACAO        PIC X(10).
               10 WS-TR-USUARIO     PIC X(10).
               10 WS-TR-DEPOIS      PIC X(40).
       01 WS-TR-QTD             PIC 9(04).
       01 WS-TR-IDX             PIC 9(04).
       01 WS-TR-CHEIA           PIC X VALUE "N".
       01 WS-MARCA-APROV        PIC X(01).

       01 WS-RECEB-TOTAL        PIC 9(12)V99.
       01 WS-RECEB-QTD          PIC 9(03).
       01 WS-RL-ACHOU           PIC X.
       01 WS-RL-PAGADORA        PIC X(03).
       01 WS-DESC-METODO        PIC X(24).
       01 WS-DESC-CRITERIO      PIC X(24).
       01 WS-VALOR-EDIT         PIC Z(11)9.99.
       01 WS-VALOR-EDIT2        PIC Z(11)9.99.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "AMOSTRAGEM DE PAGAMENTOS PARA A AUDITORIA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN I-O AMOSCTRL-FILE
           IF WS-STATUS-FILE-AC = "35"
      *> AMOSCTRL.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT AMOSCTRL-FILE
               CLOSE AMOSCTRL-FILE
               OPEN I-O AMOSCTRL-FILE
           END-IF
           IF WS-STATUS-FILE-AC NOT = "00"
               DISPLAY "Erro ao abrir AMOSCTRL.DAT: " WS-STATUS-FILE-AC
               STOP RUN
           END-IF

           OPEN INPUT NFECHAVE-FILE
           IF WS-STATUS-FILE-NK = "00"
               MOVE "S" TO WS-NFECHAVE-OK
           END-IF
           OPEN INPUT PEDIDO-FILE
           IF WS-STATUS-FILE-P = "00"
               MOVE "S" TO WS-PEDIDO-OK
           END-IF
           OPEN INPUT RECEBIMENTO-FILE
           IF WS-STATUS-FILE-RB = "00"
               MOVE "S" TO WS-RECEB-OK
           END-IF
           OPEN INPUT REMLOTE-FILE
           IF WS-STATUS-FILE-RL = "00"
               MOVE "S" TO WS-REMLOTE-OK
           END-IF
           OPEN INPUT BORDERO-FILE
           IF WS-STATUS-FILE-BD = "00"
               MOVE "S" TO WS-BORDERO-OK
           END-IF
           OPEN INPUT DOCGUARD-FILE
           IF WS-STATUS-FILE-DG = "00"
               MOVE "S" TO WS-DOCGUARD-OK
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== AMOSTRAGEM DE PAGAMENTOS ====="
               DISPLAY "1 - Selecionar amostra (ou refazer pela "
                   "semente) e gerar evidências"
               DISPLAY "2 - Amostras registradas"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM GERA-AMOSTRA
                   WHEN 2
                       PERFORM LISTA-AMOSTRAS
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE HISTPAGTO-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE AMOSCTRL-FILE
           IF WS-NFECHAVE-OK = "S"
               CLOSE NFECHAVE-FILE
           END-IF
           IF WS-PEDIDO-OK = "S"
               CLOSE PEDIDO-FILE
           END-IF
           IF WS-RECEB-OK = "S"
               CLOSE RECEBIMENTO-FILE
           END-IF
           IF WS-REMLOTE-OK = "S"
               CLOSE REMLOTE-FILE
           END-IF
           IF WS-BORDERO-OK = "S"
               CLOSE BORDERO-FILE
           END-IF
           IF WS-DOCGUARD-OK = "S"
               CLOSE DOCGUARD-FILE
           END-IF
           STOP RUN.

      *> Período, empresa, método e semente identificam a amostra.
      *> Semente informada que já está em AMOSCTRL.DAT refaz a amostra
      *> com os parâmetros gravados; semente zerada gera uma nova.
       GERA-AMOSTRA.
           DISPLAY "Data inicial dos pagamentos (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "Data final dos pagamentos (AAAAMMDD): "
           ACCEPT WS-DATA-FIM
           IF WS-DATA-INI = ZEROS OR WS-DATA-FIM < WS-DATA-INI
               DISPLAY "Erro: período inválido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Empresa (código, 00 p/ todas): "
           ACCEPT WS-EMPRESA-FILTRO
           DISPLAY "Método: 1=Aleatória simples"
           DISPLAY "        2=Unidade monetária"
           DISPLAY "        3=Estratificada por faixa de valor: "
           ACCEPT WS-METODO
           IF WS-METODO < 1 OR WS-METODO > 3
               DISPLAY "Método inválido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Semente do sorteio (000000 = gerar nova): "
           ACCEPT WS-SEMENTE

           MOVE "N" TO WS-REFAZ
           IF WS-SEMENTE NOT = ZEROS
               MOVE WS-DATA-INI       TO AC-DATA-INI
               MOVE WS-DATA-FIM       TO AC-DATA-FIM
               MOVE WS-EMPRESA-FILTRO TO AC-EMPRESA
               MOVE WS-METODO         TO AC-METODO
               MOVE WS-SEMENTE        TO AC-SEMENTE
               READ AMOSCTRL-FILE
                   NOT INVALID KEY
                       MOVE "S" TO WS-REFAZ
               END-READ
           END-IF

           IF WS-REFAZ = "S"
               DISPLAY "Amostra registrada em " AC-DATA-GERACAO
                   " por " AC-USUARIO "; refeita com os parâmetros "
                   "gravados."
               PERFORM CARREGA-PARAMETROS
           ELSE
               IF WS-SEMENTE = ZEROS
                   MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SEMENTE
               END-IF
               PERFORM PEDE-PARAMETROS
               IF WS-QTD-PEDIDA = ZEROS
                   DISPLAY "Quantidade a selecionar não informada."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM MONTA-POPULACAO
           IF WS-PO-ESTOURO = "S"
               DISPLAY "Erro: mais de 9999 pagamentos no período; "
                   "informe a empresa ou divida o período."
               EXIT PARAGRAPH
           END-IF
           IF WS-PO-QTD = ZEROS
               DISPLAY "Nenhum pagamento no período."
               EXIT PARAGRAPH
           END-IF
           IF WS-REFAZ = "S"
               IF AC-POP-QTD NOT = WS-PO-QTD
                       OR AC-POP-VALOR NOT = WS-POP-VALOR
                   DISPLAY "AVISO: população mudou desde a geração"
                       " ("
                       AC-POP-QTD " pagamentos, hoje " WS-PO-QTD
                       "); a seleção pode diferir da original."
               END-IF
           END-IF

           EVALUATE WS-METODO
               WHEN 1
                   PERFORM SELECIONA-ALEATORIA
               WHEN 2
                   PERFORM SELECIONA-MONETARIA
               WHEN 3
                   PERFORM SELECIONA-ESTRATIFICADA
           END-EVALUATE
           IF WS-AMOSTRA-QTD = ZEROS
               DISPLAY "Nenhum pagamento selecionado."
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOSTRA-QTD > 300
               DISPLAY "Erro: amostra acima de 300 pagamentos; reduza "
                   "as quantidades."
               EXIT PARAGRAPH
           END-IF

           PERFORM DESCREVE-METODO
           DISPLAY "Método...: " WS-DESC-METODO
           DISPLAY "População: " WS-PO-QTD " pagamentos, valor "
               WS-POP-VALOR
           DISPLAY "Amostra..: " WS-AMOSTRA-QTD " pagamentos, valor "
               WS-AMOSTRA-VALOR " (semente " WS-SEMENTE ")"
           DISPLAY "Gerar a lista de evidências (S/N)? "
           ACCEPT RESPOSTA
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               DISPLAY "Geração cancelada."
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTA-NOME-EVIDENCIA
           PERFORM GERA-EVIDENCIAS
           IF WS-STATUS-EVIDENCIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF WS-REFAZ NOT = "S"
               PERFORM REGISTRA-AMOSTRA
           END-IF

           MOVE "AMOSTRA" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "QTD=" DELIMITED BY SIZE
                  WS-AMOSTRA-QTD DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-AMOSTRA-VALOR DELIMITED BY SIZE
                  " SEMENTE=" DELIMITED BY SIZE
                  WS-SEMENTE DELIMITED BY SIZE
                  " REFEITA=" DELIMITED BY SIZE
                  WS-REFAZ DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           DISPLAY "Lista de evidências gerada: " WS-NOME-EVIDENCIA.

       PEDE-PARAMETROS.
           MOVE ZEROS TO WS-QTD-PEDIDA
           MOVE ZEROS TO WS-QTD-FAIXAS
           MOVE ZEROS TO WS-INTERVALO
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
               MOVE ZEROS TO WS-FX-LIMITE(WS-FX-IDX)
               MOVE ZEROS TO WS-FX-QTD(WS-FX-IDX)
           END-PERFORM

           IF WS-METODO NOT = 3
               DISPLAY "Quantidade de pagamentos a selecionar: "
               ACCEPT WS-QTD-PEDIDA
               EXIT PARAGRAPH
           END-IF

      *> Estratificada: até quatro tetos crescentes; a última faixa
      *> fica sem teto (tudo acima do último informado).
           MOVE 1 TO WS-FX-IDX
           PERFORM UNTIL WS-FX-IDX > 4
               DISPLAY "Teto da faixa " WS-FX-IDX
                   " (ex: 5000.00; 0 = esta é a última faixa): "
               ACCEPT WS-VALOR-TXT
               COMPUTE WS-FX-LIMITE(WS-FX-IDX) =
                   FUNCTION NUMVAL(WS-VALOR-TXT)
               IF WS-FX-LIMITE(WS-FX-IDX) = ZEROS
                   MOVE 5 TO WS-FX-IDX
               ELSE
                   IF WS-FX-IDX > 1
                       IF WS-FX-LIMITE(WS-FX-IDX)
                               <= WS-FX-LIMITE(WS-FX-IDX - 1)
                           DISPLAY "Teto deve ser maior que o da faixa "
                               "anterior."
                           MOVE ZEROS TO WS-FX-LIMITE(WS-FX-IDX)
                           SUBTRACT 1 FROM WS-FX-IDX
                       END-IF
                   END-IF
                   ADD 1 TO WS-FX-IDX
               END-IF
           END-PERFORM

           MOVE 1 TO WS-QTD-FAIXAS
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 4
               IF WS-FX-LIMITE(WS-FX-IDX) > ZEROS
                   ADD 1 TO WS-QTD-FAIXAS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-QTD-FAIXAS
               DISPLAY "Quantidade a selecionar na faixa " WS-FX-IDX
                   ": "
               ACCEPT WS-FX-QTD(WS-FX-IDX)
               ADD WS-FX-QTD(WS-FX-IDX) TO WS-QTD-PEDIDA
           END-PERFORM.

       CARREGA-PARAMETROS.
           MOVE AC-QTD-PEDIDA TO WS-QTD-PEDIDA
           MOVE AC-QTD-FAIXAS TO WS-QTD-FAIXAS
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
               MOVE AC-LIMITE(WS-FX-IDX)    TO WS-FX-LIMITE(WS-FX-IDX)
               MOVE AC-QTD-FAIXA(WS-FX-IDX) TO WS-FX-QTD(WS-FX-IDX)
           END-PERFORM.

      *> Pagamentos efetivos do período (estornos e baixas de resíduo
      *> ficam fora); pagamento antigo sem empresa gravada é da 01.
       MONTA-POPULACAO.
           MOVE ZEROS TO WS-PO-QTD
           MOVE ZEROS TO WS-POP-VALOR
           MOVE "N" TO WS-PO-ESTOURO
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
               MOVE ZEROS TO WS-FX-POP(WS-FX-IDX)
               MOVE ZEROS TO WS-FX-POP-VALOR(WS-FX-IDX)
               MOVE ZEROS TO WS-FX-AMOSTRA(WS-FX-IDX)
           END-PERFORM

           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR WS-PO-ESTOURO = "S"
               IF H-EMPRESA = ZEROS
                   MOVE 1 TO WS-EMPRESA-PGTO
               ELSE
                   MOVE H-EMPRESA TO WS-EMPRESA-PGTO
               END-IF
               IF H-TIPO = SPACE
                       AND H-VALOR-PAGO > ZEROS
                       AND H-DATA-PGTO >= WS-DATA-INI
                       AND H-DATA-PGTO <= WS-DATA-FIM
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR WS-EMPRESA-PGTO = WS-EMPRESA-FILTRO)
                   PERFORM INCLUI-POPULACAO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       INCLUI-POPULACAO.
           IF WS-PO-QTD >= 9999
               MOVE "S" TO WS-PO-ESTOURO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PO-QTD
           MOVE H-CHAVE       TO WS-PO-CHAVE(WS-PO-QTD)
           MOVE H-DATA-PGTO   TO WS-PO-DATA(WS-PO-QTD)
           MOVE H-VALOR-PAGO  TO WS-PO-VALOR(WS-PO-QTD)
           MOVE "N"           TO WS-PO-SELEC(WS-PO-QTD)
           MOVE ZEROS         TO WS-PO-ACERTOS(WS-PO-QTD)
           ADD H-VALOR-PAGO   TO WS-POP-VALOR

           MOVE WS-QTD-FAIXAS TO WS-PO-FAIXA(WS-PO-QTD)
           IF WS-METODO = 3
               PERFORM VARYING WS-FX-IDX FROM WS-QTD-FAIXAS BY -1
                       UNTIL WS-FX-IDX < 2
                   IF H-VALOR-PAGO <= WS-FX-LIMITE(WS-FX-IDX - 1)
                       COMPUTE WS-PO-FAIXA(WS-PO-QTD) = WS-FX-IDX - 1
                   END-IF
               END-PERFORM
               MOVE WS-PO-FAIXA(WS-PO-QTD) TO WS-FX-IDX
               ADD 1 TO WS-FX-POP(WS-FX-IDX)
               ADD H-VALOR-PAGO TO WS-FX-POP-VALOR(WS-FX-IDX)
           END-IF.

       SELECIONA-ALEATORIA.
           MOVE ZEROS TO WS-AMOSTRA-QTD
           MOVE ZEROS TO WS-AMOSTRA-VALOR
           MOVE WS-QTD-PEDIDA TO WS-FALTAM
           IF WS-FALTAM > WS-PO-QTD
               MOVE WS-PO-QTD TO WS-FALTAM
           END-IF
           MOVE WS-PO-QTD TO WS-RESTAM

           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-QTD
                   OR WS-FALTAM = ZEROS
               COMPUTE WS-SORTEIO = FUNCTION RANDOM
               IF WS-SORTEIO * WS-RESTAM < WS-FALTAM
                   PERFORM MARCA-SELECIONADO
                   SUBTRACT 1 FROM WS-FALTAM
               END-IF
               SUBTRACT 1 FROM WS-RESTAM
           END-PERFORM.

      *> Unidade monetária: intervalo = valor da população /
      *> quantidade;
      *> a partir de um ponto sorteado dentro do primeiro intervalo,
      *> entra o pagamento que contém cada ponto. Pagamento maior que
      *> o intervalo pode conter mais de um ponto e entra uma vez só.
       SELECIONA-MONETARIA.
           MOVE ZEROS TO WS-AMOSTRA-QTD
           MOVE ZEROS TO WS-AMOSTRA-VALOR
           IF WS-QTD-PEDIDA > WS-PO-QTD
               MOVE WS-PO-QTD TO WS-QTD-PEDIDA
           END-IF
           COMPUTE WS-INTERVALO = WS-POP-VALOR / WS-QTD-PEDIDA
           IF WS-INTERVALO = ZEROS
               MOVE 0.01 TO WS-INTERVALO
           END-IF

           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)
           COMPUTE WS-SORTEIO = FUNCTION RANDOM
           COMPUTE WS-PONTO = WS-SORTEIO * WS-INTERVALO
           IF WS-PONTO = ZEROS
               MOVE 0.01 TO WS-PONTO
           END-IF

           MOVE ZEROS TO WS-ACUM
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-QTD
               MOVE WS-ACUM TO WS-ACUM-ANT
               ADD WS-PO-VALOR(WS-PO-IDX) TO WS-ACUM
               PERFORM UNTIL WS-PONTO > WS-ACUM
                   IF WS-PONTO > WS-ACUM-ANT
                       IF WS-PO-SELEC(WS-PO-IDX) = "N"
                           PERFORM MARCA-SELECIONADO
                       END-IF
                       ADD 1 TO WS-PO-ACERTOS(WS-PO-IDX)
                   END-IF
                   ADD WS-INTERVALO TO WS-PONTO
               END-PERFORM
           END-PERFORM.

      *> Estratificada: amostragem sequencial dentro de cada faixa,
      *> na ordem das faixas, com uma só sequência de sorteio.
       SELECIONA-ESTRATIFICADA.
           MOVE ZEROS TO WS-AMOSTRA-QTD
           MOVE ZEROS TO WS-AMOSTRA-VALOR
           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-QTD-FAIXAS
               MOVE WS-FX-QTD(WS-FX-IDX) TO WS-FALTAM
               IF WS-FALTAM > WS-FX-POP(WS-FX-IDX)
                   MOVE WS-FX-POP(WS-FX-IDX) TO WS-FALTAM
               END-IF
               MOVE WS-FX-POP(WS-FX-IDX) TO WS-RESTAM
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-QTD
                       OR WS-FALTAM = ZEROS
                   IF WS-PO-FAIXA(WS-PO-IDX) = WS-FX-IDX
                       COMPUTE WS-SORTEIO = FUNCTION RANDOM
                       IF WS-SORTEIO * WS-RESTAM < WS-FALTAM
                           PERFORM MARCA-SELECIONADO
                           ADD 1 TO WS-FX-AMOSTRA(WS-FX-IDX)
                           SUBTRACT 1 FROM WS-FALTAM
                       END-IF
                       SUBTRACT 1 FROM WS-RESTAM
                   END-IF
               END-PERFORM
           END-PERFORM.

       MARCA-SELECIONADO.
           MOVE "S" TO WS-PO-SELEC(WS-PO-IDX)
           ADD 1 TO WS-AMOSTRA-QTD
           ADD WS-PO-VALOR(WS-PO-IDX) TO WS-AMOSTRA-VALOR.

       DESCREVE-METODO.
           EVALUATE WS-METODO
               WHEN 1
                   MOVE "ALEATORIA SIMPLES" TO WS-DESC-METODO
               WHEN 2
                   MOVE "UNIDADE MONETARIA" TO WS-DESC-METODO
               WHEN 3
                   MOVE "ESTRATIFICADA POR VALOR" TO WS-DESC-METODO
           END-EVALUATE.

      *> Nome: AMOS_<início><fim>_<empresa><método>_<semente>.TXT —
      *> a mesma amostra refeita regrava o mesmo arquivo.
       MONTA-NOME-EVIDENCIA.
           MOVE SPACES TO WS-NOME-EVIDENCIA
           STRING "AMOS_"           DELIMITED BY SIZE
                  WS-DATA-INI       DELIMITED BY SIZE
                  WS-DATA-FIM       DELIMITED BY SIZE
                  "_"               DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  WS-METODO         DELIMITED BY SIZE
                  "_"               DELIMITED BY SIZE
                  WS-SEMENTE        DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-EVIDENCIA.

      *> Monta a tabela dos itens, junta borderô, trilha e NF-e numa
      *> passada em cada arquivo e grava a lista item a item.
       GERA-EVIDENCIAS.
           MOVE ZEROS TO WS-AM-QTD
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-QTD
               IF WS-PO-SELEC(WS-PO-IDX) = "S"
                   ADD 1 TO WS-AM-QTD
                   MOVE WS-PO-IDX TO WS-AM-POP(WS-AM-QTD)
                   MOVE WS-PO-CHAVE(WS-PO-IDX)(1:26)
                       TO WS-AM-CP-CHAVE(WS-AM-QTD)
                   MOVE SPACES TO WS-AM-CHAVE-NFE(WS-AM-QTD)
                   MOVE ZEROS  TO WS-AM-BORDERO(WS-AM-QTD)
               END-IF
           END-PERFORM

           PERFORM LIGA-BORDEROS
           PERFORM LE-TRILHA
           PERFORM LIGA-NFE

           OPEN OUTPUT EVIDENCIA-FILE
           IF WS-STATUS-EVIDENCIA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-EVIDENCIA ": "
                   WS-STATUS-EVIDENCIA
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-CABECALHO
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-AM-QTD
               PERFORM GRAVA-ITEM
           END-PERFORM
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "FIM DA LISTA DE EVIDENCIAS" TO WS-LINHA
           PERFORM GRAVA-LINHA
           CLOSE EVIDENCIA-FILE
           MOVE "00" TO WS-STATUS-EVIDENCIA.

       GRAVA-LINHA.
           MOVE WS-LINHA TO EVIDENCIA-REG
           WRITE EVIDENCIA-REG.

       GRAVA-CABECALHO.
           MOVE "AMOSTRAGEM DE PAGAMENTOS - LISTA DE EVIDENCIAS"
               TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "PERIODO " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  "  EMPRESA " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  "  METODO " DELIMITED BY SIZE
                  WS-DESC-METODO DELIMITED BY "  "
                  "  SEMENTE " DELIMITED BY SIZE
                  WS-SEMENTE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE WS-POP-VALOR TO WS-VALOR-EDIT
           MOVE WS-AMOSTRA-VALOR TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LINHA
           STRING "POPULACAO " DELIMITED BY SIZE
                  WS-PO-QTD DELIMITED BY SIZE
                  " PAGAMENTOS, VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "   AMOSTRA " DELIMITED BY SIZE
                  WS-AMOSTRA-QTD DELIMITED BY SIZE
                  " PAGAMENTOS, VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT2 DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           IF WS-METODO = 2
               MOVE WS-INTERVALO TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "INTERVALO DE AMOSTRAGEM " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF
           IF WS-METODO = 3
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-QTD-FAIXAS
                   MOVE WS-FX-LIMITE(WS-FX-IDX) TO WS-VALOR-EDIT
                   MOVE WS-FX-POP-VALOR(WS-FX-IDX) TO WS-VALOR-EDIT2
                   MOVE SPACES TO WS-LINHA
                   STRING "FAIXA " DELIMITED BY SIZE
                          WS-FX-IDX DELIMITED BY SIZE
                          " TETO " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          "  POPULACAO " DELIMITED BY SIZE
                          WS-FX-POP(WS-FX-IDX) DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VALOR-EDIT2 DELIMITED BY SIZE
                          "  AMOSTRA " DELIMITED BY SIZE
                          WS-FX-AMOSTRA(WS-FX-IDX) DELIMITED BY SIZE
                          INTO WS-LINHA
                   IF WS-FX-IDX = WS-QTD-FAIXAS
                       MOVE "  SEM TETO   " TO WS-LINHA(8:13)
                   END-IF
                   PERFORM GRAVA-LINHA
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "GERADA EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-USUARIO-CHAMADOR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA.

      *> Borderô de cada item, pelos itens de BORDERO.DAT; vale o
      *> último em que a conta entrou.
       LIGA-BORDEROS.
           IF WS-BORDERO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BD-CHAVE
           START BORDERO-FILE KEY IS NOT LESS BD-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ BORDERO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-BD
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-BD = "10"
               IF BD-ITEM > ZEROS AND BD-NUM-DOC > ZEROS
                   PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                           UNTIL WS-AM-IDX > WS-AM-QTD
                       IF WS-AM-CP-CHAVE(WS-AM-IDX)(1:10) = BD-NUM-DOC
                               AND WS-AM-CP-CHAVE(WS-AM-IDX)(11:14)
                                   = BD-CNPJ-FORN
                               AND WS-AM-CP-CHAVE(WS-AM-IDX)(25:2)
                                   = BD-NUM-PARCELA
                           MOVE BD-NUMERO TO WS-AM-BORDERO(WS-AM-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ BORDERO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-BD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-BD.

      *> Uma passada na trilha inteira: tudo o que foi gravado com a
      *> chave da conta e, do borderô da conta, proposta e aprovação.
       LE-TRILHA.
           MOVE ZEROS TO WS-TR-QTD
           MOVE "N" TO WS-TR-CHEIA
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-QTD
                   IF AU-CHAVE = WS-AM-CP-CHAVE(WS-AM-IDX)
                       PERFORM ANOTA-TRILHA
                   END-IF
                   IF AU-PROGRAMA = "BORDERO"
                           AND WS-AM-BORDERO(WS-AM-IDX) > ZEROS
                           AND AU-CHAVE(1:6) = WS-AM-BORDERO(WS-AM-IDX)
                           AND (AU-ACAO = "PROPOSTA"
                                OR AU-ACAO = "APROVACAO")
                       PERFORM ANOTA-TRILHA
                   END-IF
               END-PERFORM
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE.

       ANOTA-TRILHA.
           IF WS-TR-QTD >= 4000
               MOVE "S" TO WS-TR-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TR-QTD
           MOVE WS-AM-IDX       TO WS-TR-ITEM(WS-TR-QTD)
           MOVE AU-DATA         TO WS-TR-DATA(WS-TR-QTD)
           MOVE AU-HORA         TO WS-TR-HORA(WS-TR-QTD)
           MOVE AU-PROGRAMA     TO WS-TR-PROGRAMA(WS-TR-QTD)
           MOVE AU-ACAO         TO WS-TR-ACAO(WS-TR-QTD)
           MOVE AU-USUARIO      TO WS-TR-USUARIO(WS-TR-QTD)
           MOVE AU-VALOR-DEPOIS TO WS-TR-DEPOIS(WS-TR-QTD).

      *> A chave da NF-e fica gravada na primeira parcela; basta o
      *> documento + CNPJ para achar a nota de qualquer parcela.
       LIGA-NFE.
           IF WS-NFECHAVE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO NK-CHAVE-NFE
           START NFECHAVE-FILE KEY IS NOT LESS NK-CHAVE-NFE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ NFECHAVE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-NK
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-NK = "10"
               PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                       UNTIL WS-AM-IDX > WS-AM-QTD
                   IF WS-AM-CP-CHAVE(WS-AM-IDX)(1:24)
                           = NK-CP-CHAVE(1:24)
                       MOVE NK-CHAVE-NFE
                           TO WS-AM-CHAVE-NFE(WS-AM-IDX)
                   END-IF
               END-PERFORM
               READ NFECHAVE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-NK
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-NK.

      *> Evidência de um pagamento: conta e NF-e, pedido e
      *> recebimento, trilha com as aprovações, dados bancários da
      *> remessa e comprovante.
       GRAVA-ITEM.
           MOVE WS-AM-POP(WS-AM-IDX) TO WS-PO-IDX
           MOVE WS-PO-CHAVE(WS-PO-IDX) TO H-CHAVE
           READ HISTPAGTO-FILE
               INVALID KEY
                   INITIALIZE HIST-REG
                   MOVE WS-PO-CHAVE(WS-PO-IDX) TO H-CHAVE
           END-READ

           EVALUATE WS-METODO
               WHEN 1
                   MOVE "SORTEIO" TO WS-DESC-CRITERIO
               WHEN 2
                   MOVE SPACES TO WS-DESC-CRITERIO
                   STRING "PONTOS MONETARIOS: " DELIMITED BY SIZE
                          WS-PO-ACERTOS(WS-PO-IDX) DELIMITED BY SIZE
                          INTO WS-DESC-CRITERIO
               WHEN 3
                   MOVE SPACES TO WS-DESC-CRITERIO
                   STRING "SORTEIO NA FAIXA " DELIMITED BY SIZE
                          WS-PO-FAIXA(WS-PO-IDX) DELIMITED BY SIZE
                          INTO WS-DESC-CRITERIO
           END-EVALUATE

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE H-VALOR-PAGO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "ITEM " DELIMITED BY SIZE
                  WS-AM-IDX DELIMITED BY SIZE
                  "  PAGAMENTO " DELIMITED BY SIZE
                  H-NUM-DOC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  H-CNPJ-FORN DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  H-NUM-PARCELA DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  H-SEQ DELIMITED BY SIZE
                  "  EM " DELIMITED BY SIZE
                  H-DATA-PGTO DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-DESC-CRITERIO DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           PERFORM GRAVA-DADOS-CONTA
           PERFORM GRAVA-PEDIDO
           PERFORM GRAVA-TRILHA
           PERFORM GRAVA-DADOS-BANCO
           PERFORM GRAVA-COMPROVANTE.

       GRAVA-DADOS-CONTA.
           MOVE WS-AM-CP-CHAVE(WS-AM-IDX) TO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   MOVE "  CONTA: NAO ENCONTRADA EM CONTAPAGAR.DAT"
                       TO WS-LINHA
                   PERFORM GRAVA-LINHA
                   INITIALIZE CONTA-REG
                   EXIT PARAGRAPH
           END-READ

           MOVE CP-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO F-RAZAO-SOCIAL
           END-READ

           MOVE CP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "  CONTA: EMISSAO " DELIMITED BY SIZE
                  CP-DATA-EMISSAO DELIMITED BY SIZE
                  " VENC " DELIMITED BY SIZE
                  CP-DATA-VENC DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-MOEDA DELIMITED BY SIZE
                  " PARC " DELIMITED BY SIZE
                  CP-NUM-PARCELA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CP-TOTAL-PARCELAS DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
                  " EMP " DELIMITED BY SIZE
                  CP-EMPRESA DELIMITED BY SIZE
                  " CC " DELIMITED BY SIZE
                  CP-CENTRO-CUSTO DELIMITED BY SIZE
                  " FORMA " DELIMITED BY SIZE
                  CP-FORMA-PGTO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  FORNECEDOR: " DELIMITED BY SIZE
                  CP-CNPJ-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-AM-CHAVE-NFE(WS-AM-IDX) = SPACES
               MOVE "  NF-E: CHAVE DE ACESSO NAO VINCULADA" TO WS-LINHA
           ELSE
               STRING "  NF-E: " DELIMITED BY SIZE
                      WS-AM-CHAVE-NFE(WS-AM-IDX) DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM GRAVA-LINHA.

      *> Conferência com o pedido: valor aprovado e consumido, cada
      *> recebimento físico e se o recebido cobre a conta.
       GRAVA-PEDIDO.
           IF CP-NUM-PEDIDO = ZEROS
               MOVE "  PEDIDO: CONTA SEM PEDIDO DE COMPRA" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF
           IF WS-PEDIDO-OK NOT = "S"
               MOVE "  PEDIDO: PEDIDO.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-PEDIDO TO PD-NUM-PEDIDO
           READ PEDIDO-FILE
               INVALID KEY
                   MOVE SPACES TO WS-LINHA
                   STRING "  PEDIDO: " DELIMITED BY SIZE
                          CP-NUM-PEDIDO DELIMITED BY SIZE
                          " NAO ENCONTRADO" DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM GRAVA-LINHA
                   EXIT PARAGRAPH
           END-READ

           MOVE PD-VALOR-PEDIDO TO WS-VALOR-EDIT
           MOVE PD-VALOR-CONSUMIDO TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LINHA
           STRING "  PEDIDO: " DELIMITED BY SIZE
                  PD-NUM-PEDIDO DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  PD-SITUACAO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " CONSUMIDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT2 DELIMITED BY SIZE
                  INTO WS-LINHA
           IF PD-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE "  ** FORNECEDOR DIFERENTE DA CONTA" TO
                   WS-LINHA(91:34)
           END-IF
           PERFORM GRAVA-LINHA

           MOVE ZEROS TO WS-RECEB-TOTAL
           MOVE ZEROS TO WS-RECEB-QTD
           IF WS-RECEB-OK = "S"
               MOVE SPACES TO RB-CHAVE
               STRING CP-NUM-PEDIDO DELIMITED BY SIZE
                      "00" DELIMITED BY SIZE
                      INTO RB-CHAVE
               START RECEBIMENTO-FILE KEY IS NOT LESS RB-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-START
               IF WS-STATUS-FILE-RB NOT = "10"
                   READ RECEBIMENTO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-RB
                   END-READ
               END-IF
               PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                       OR RB-NUM-PEDIDO NOT = CP-NUM-PEDIDO
                   ADD 1 TO WS-RECEB-QTD
                   ADD RB-VALOR TO WS-RECEB-TOTAL
                   MOVE RB-VALOR TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "    RECEBIMENTO " DELIMITED BY SIZE
                          RB-SEQUENCIA DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          RB-DATA-RECEB DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RB-DESCRICAO DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM GRAVA-LINHA
                   READ RECEBIMENTO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-RB
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-STATUS-FILE-RB
           END-IF

           MOVE WS-RECEB-TOTAL TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "    TOTAL RECEBIDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           EVALUATE TRUE
               WHEN WS-RECEB-QTD = ZEROS
                   MOVE "- SEM RECEBIMENTO REGISTRADO" TO
                       WS-LINHA(40:30)
               WHEN WS-RECEB-TOTAL < CP-VALOR
                   MOVE "- RECEBIDO MENOR QUE A CONTA" TO
                       WS-LINHA(40:30)
               WHEN OTHER
                   MOVE "- RECEBIDO COBRE A CONTA" TO
                       WS-LINHA(40:30)
           END-EVALUATE
           PERFORM GRAVA-LINHA.

      *> Trilha da conta em ordem de gravação; as aprovações vêm
      *> marcadas com "*" e trazem o login de quem aprovou.
       GRAVA-TRILHA.
           MOVE SPACES TO WS-LINHA
           STRING "  TRILHA (* = APROVACAO): " DELIMITED BY SIZE
                  "DATA     HORA   PROGRAMA ACAO       "
                      DELIMITED BY SIZE
                  "USUARIO    DETALHE" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-TR-CHEIA = "S"
               MOVE "    AVISO: TRILHA EXTENSA, EVENTOS FICARAM FORA"
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-QTD
               IF WS-TR-ITEM(WS-TR-IDX) = WS-AM-IDX
                   EVALUATE WS-TR-ACAO(WS-TR-IDX)
                       WHEN "LIBERACAO"
                       WHEN "APROVACAO"
                       WHEN "REEMB.APR"
                       WHEN "CART.APR"
                       WHEN "LIB.CND"
                           MOVE "*" TO WS-MARCA-APROV
                       WHEN OTHER
                           MOVE " " TO WS-MARCA-APROV
                   END-EVALUATE
                   MOVE SPACES TO WS-LINHA
                   STRING "  " DELIMITED BY SIZE
                          WS-MARCA-APROV DELIMITED BY SIZE
                          "                         " DELIMITED BY SIZE
                          WS-TR-DATA(WS-TR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TR-HORA(WS-TR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TR-PROGRAMA(WS-TR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TR-ACAO(WS-TR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TR-USUARIO(WS-TR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TR-DEPOIS(WS-TR-IDX) DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           END-PERFORM.

      *> Dados bancários realmente enviados: item do lote de remessa
      *> gravado na conta (mesma busca de COMPROV.cbl); sem remessa,
      *> o pagamento foi feito fora do arquivo bancário.
       GRAVA-DADOS-BANCO.
           MOVE "N" TO WS-RL-ACHOU
           MOVE SPACES TO WS-RL-PAGADORA
           IF CP-NUM-REMESSA = ZEROS
               MOVE "  BANCO: PAGAMENTO SEM REMESSA (PGTOCONT/PGTOLOTE)"
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF
           IF WS-REMLOTE-OK NOT = "S"
               MOVE "  BANCO: REMLOTE.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-REMESSA TO RL-NUMERO
           MOVE ZEROS          TO RL-ITEM
           STRING RL-NUMERO DELIMITED BY SIZE
                  RL-ITEM   DELIMITED BY SIZE
                  INTO RL-CHAVE
           READ REMLOTE-FILE
               NOT INVALID KEY
                   MOVE RL-CONTA-PAGADORA TO WS-RL-PAGADORA
           END-READ

           MOVE CP-NUM-REMESSA TO RL-NUMERO
           MOVE 1              TO RL-ITEM
           STRING RL-NUMERO DELIMITED BY SIZE
                  RL-ITEM   DELIMITED BY SIZE
                  INTO RL-CHAVE
           START REMLOTE-FILE KEY IS NOT LESS RL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-RL
           END-START
           IF WS-STATUS-FILE-RL NOT = "10"
               READ REMLOTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RL
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-RL = "10"
                   OR RL-NUMERO NOT = CP-NUM-REMESSA
                   OR WS-RL-ACHOU = "S"
               IF RL-NUM-DOC = CP-NUM-DOC
                       AND RL-CNPJ-FORN = CP-CNPJ-FORN
                       AND RL-NUM-PARCELA = CP-NUM-PARCELA
                   MOVE "S" TO WS-RL-ACHOU
               ELSE
                   READ REMLOTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-RL
                   END-READ
               END-IF
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RL

           MOVE SPACES TO WS-LINHA
           IF WS-RL-ACHOU NOT = "S"
               STRING "  BANCO: ITEM NAO ENCONTRADO NA REMESSA "
                      DELIMITED BY SIZE
                      CP-NUM-REMESSA DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE RL-VALOR TO WS-VALOR-EDIT
           STRING "  BANCO: REMESSA " DELIMITED BY SIZE
                  RL-NUMERO DELIMITED BY SIZE
                  " ITEM " DELIMITED BY SIZE
                  RL-ITEM DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  RL-DATA DELIMITED BY SIZE
                  " PAGADORA " DELIMITED BY SIZE
                  WS-RL-PAGADORA DELIMITED BY SIZE
                  " FAVORECIDO BCO " DELIMITED BY SIZE
                  RL-BANCO DELIMITED BY SIZE
                  " AG " DELIMITED BY SIZE
                  RL-AGENCIA DELIMITED BY SIZE
                  " CC " DELIMITED BY SIZE
                  RL-CONTA DELIMITED BY SIZE
                  " FORMA " DELIMITED BY SIZE
                  RL-FORMA-PGTO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF RL-PIX NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "         PIX " DELIMITED BY SIZE
                      RL-PIX DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.

      *> Comprovante: o arquivo que COMPROV.cbl gera para o
      *> pagamento e onde ele está guardado (GUARDDOC, tipo CP).
       GRAVA-COMPROVANTE.
           MOVE SPACES TO WS-LINHA
           STRING "  COMPROVANTE: COMPROV_" DELIMITED BY SIZE
                  H-NUM-DOC DELIMITED BY SIZE
                  H-NUM-PARCELA DELIMITED BY SIZE
                  H-SEQ DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-DOCGUARD-OK NOT = "S"
               MOVE "    GUARDA: DOCGUARD.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AM-CP-CHAVE(WS-AM-IDX) TO DG-CP-CHAVE
           MOVE H-SEQ TO DG-SEQ-PGTO
           MOVE "CP"  TO DG-TIPO-DOC
           READ DOCGUARD-FILE
               INVALID KEY
                   MOVE "    GUARDA: NAO REGISTRADO NA GUARDA"
                       TO WS-LINHA
                   PERFORM GRAVA-LINHA
                   EXIT PARAGRAPH
           END-READ

           IF DG-MEIO = "F"
               STRING "    GUARDA: FISICO CAIXA " DELIMITED BY SIZE
                      DG-CAIXA DELIMITED BY SIZE
                      " PASTA " DELIMITED BY SIZE
                      DG-PASTA DELIMITED BY SIZE
                      " SITUACAO " DELIMITED BY SIZE
                      DG-SITUACAO DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               STRING "    GUARDA: DIGITAL " DELIMITED BY SIZE
                      DG-CAMINHO DELIMITED BY SIZE
                      " SITUACAO " DELIMITED BY SIZE
                      DG-SITUACAO DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM GRAVA-LINHA.

       REGISTRA-AMOSTRA.
           INITIALIZE AMOSCTRL-REG
           MOVE WS-DATA-INI       TO AC-DATA-INI
           MOVE WS-DATA-FIM       TO AC-DATA-FIM
           MOVE WS-EMPRESA-FILTRO TO AC-EMPRESA
           MOVE WS-METODO         TO AC-METODO
           MOVE WS-SEMENTE        TO AC-SEMENTE
           MOVE WS-QTD-PEDIDA     TO AC-QTD-PEDIDA
           MOVE WS-QTD-FAIXAS     TO AC-QTD-FAIXAS
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 5
               MOVE WS-FX-LIMITE(WS-FX-IDX) TO AC-LIMITE(WS-FX-IDX)
               MOVE WS-FX-QTD(WS-FX-IDX)    TO AC-QTD-FAIXA(WS-FX-IDX)
           END-PERFORM
           MOVE WS-INTERVALO      TO AC-INTERVALO
           MOVE WS-PO-QTD         TO AC-POP-QTD
           MOVE WS-POP-VALOR      TO AC-POP-VALOR
           MOVE WS-AMOSTRA-QTD    TO AC-AMOSTRA-QTD
           MOVE WS-AMOSTRA-VALOR  TO AC-AMOSTRA-VALOR
           MOVE WS-NOME-EVIDENCIA TO AC-NOME-ARQUIVO
           MOVE WS-HOJE           TO AC-DATA-GERACAO
           MOVE WS-USUARIO-CHAMADOR TO AC-USUARIO
           WRITE AMOSCTRL-REG
           IF WS-STATUS-FILE-AC NOT = "00"
               DISPLAY "Erro ao gravar AMOSCTRL.DAT: "
                   WS-STATUS-FILE-AC
           END-IF.

       LISTA-AMOSTRAS.
           DISPLAY "INICIO   FIM      EM M SEMENT  POP.  AMOST. "
               "GERADA   USUARIO    ARQUIVO"
           MOVE LOW-VALUES TO AC-CHAVE
           START AMOSCTRL-FILE KEY IS NOT LESS AC-CHAVE
               INVALID KEY
                   DISPLAY "Nenhuma amostra registrada."
                   EXIT PARAGRAPH
           END-START
           READ AMOSCTRL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-AC
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-AC = "10"
               DISPLAY AC-DATA-INI " " AC-DATA-FIM " " AC-EMPRESA " "
                   AC-METODO " " AC-SEMENTE " " AC-POP-QTD " "
                   AC-AMOSTRA-QTD "  " AC-DATA-GERACAO " "
                   AC-USUARIO " " AC-NOME-ARQUIVO
               READ AMOSCTRL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-AC.

      *> Registro da amostra na trilha compartilhada; AU-CHAVE leva
      *> período, empresa, método e semente.
       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: trilha de auditoria indisponível: "
                   WS-STATUS-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "AMOSTRA"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-DATA-INI                 TO AC-DATA-INI
           MOVE WS-DATA-FIM                 TO AC-DATA-FIM
           MOVE WS-EMPRESA-FILTRO           TO AC-EMPRESA
           MOVE WS-METODO                   TO AC-METODO
           MOVE WS-SEMENTE                  TO AC-SEMENTE
           MOVE AC-CHAVE                    TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA-FILE.
