               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-CTL.

           SELECT BACKUP-HIST-FILE ASSIGN TO WS-NOME-BACKUP-HIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-HIST.

      *> Arquivos vivos, recriados do zero a partir do backup — só
      *> depois da confirmação explícita do operador.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Diário de recuperação (ver JORNAL.cbl), reaplicado sobre a
      *> geração recarregada; quando parte dele é descartada, o
      *> diário inteiro fica guardado em JORNAL_<data><hora>.ANT.
           SELECT JORNAL-FILE ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT JORNAL-ANT-FILE ASSIGN TO WS-NOME-JORNAL-ANT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL-ANT.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro pela recarga efetuada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 BC-COD-BARRAS     PIC X(47).
           05 BC-EMPRESA        PIC 9(02).

       FD BACKUP-HIST-FILE.
       01 BACKUP-HIST-REG.
           05 BH-CHAVE          PIC X(30).
           05 BH-DATA-PGTO      PIC 9(8).
           05 BH-VALOR-PAGO     PIC 9(10)V99.
           05 BH-VALOR-DESCONTO PIC 9(10)V99.
           05 BH-VALOR-IRRF     PIC 9(10)V99.
           05 BH-VALOR-INSS     PIC 9(10)V99.
           05 BH-VALOR-ISS      PIC 9(10)V99.
           05 BH-EMPRESA        PIC 9(02).
           05 BH-VALOR-CREDITO  PIC 9(10)V99.
           05 BH-TIPO           PIC X(01).

       FD BACKUP-CTL-FILE.
       01 BACKUP-CTL-REG.
           05 BK-DATA           PIC 9(8).
           05 BK-QTD-FORN       PIC 9(5).
           05 BK-QTD-CONTAS     PIC 9(5).
           05 BK-QTD-HIST       PIC 9(5).   *> gerações antigas
                                            *> não têm este campo

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

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

       FD JORNAL-FILE.
       01 JORNAL-REG.
           05 JR-DATA           PIC 9(8).
           05 JR-HORA           PIC 9(6).
           05 JR-PROGRAMA       PIC X(8).
           05 JR-ARQUIVO        PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO,
                                            *> *=marca do backup
           05 JR-OPERACAO       PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão,
                                            *> B=início (backup)
           05 JR-IMAGEM         PIC X(250). *> registro gravado; na
                                            *> exclusão vale a chave

       FD JORNAL-ANT-FILE.
       01 JORNAL-ANT-REG        PIC X(274).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-QTD-FORN           PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CONTAS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ERROS          PIC 9(5) VALUE ZEROS.
       01 WS-STATUS-BKP-HIST    PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-NOME-BACKUP-HIST   PIC X(30).
       01 WS-QTD-HIST           PIC 9(5) VALUE ZEROS.
       01 WS-HIST-NA-GERACAO    PIC X VALUE "N".
       01 WS-HIST-RECARREGADO   PIC X VALUE "N".

      *> Diário de recuperação.
       01 WS-STATUS-JORNAL      PIC XX.
       01 WS-STATUS-JORNAL-ANT  PIC XX.
       01 WS-NOME-JORNAL-ANT    PIC X(30).
       01 WS-JORNAL-OK          PIC X VALUE "N".
       01 WS-JORNAL-EXISTE      PIC X VALUE "N".
       01 WS-JORNAL-GERACAO     PIC 9(8) VALUE ZEROS.
       01 WS-REAPLICOU          PIC X VALUE "N".
       01 WS-REAPLICA           PIC X.
       01 WS-QTD-JORNAL         PIC 9(7) VALUE ZEROS.
       01 WS-JR-MOMENTO         PIC 9(14).
       01 WS-JR-ULTIMO          PIC 9(14) VALUE ZEROS.
       01 WS-JR-LIMITE          PIC 9(14) VALUE ZEROS.
       01 WS-QTD-APLIC-CONTA    PIC 9(7) VALUE ZEROS.
       01 WS-QTD-APLIC-HIST     PIC 9(7) VALUE ZEROS.
       01 WS-QTD-CONFLITOS      PIC 9(7) VALUE ZEROS.
       01 WS-QTD-HIST-IGNORADO  PIC 9(7) VALUE ZEROS.
       01 WS-QTD-ALEM-LIMITE    PIC 9(7) VALUE ZEROS.
       01 WS-QTD-COPIADOS       PIC 9(7) VALUE ZEROS.
       01 WS-CONFLITO-CHAVE     PIC X(30).
       01 WS-CONFLITO-TIPO      PIC X(40).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
                   WS-NOME-BACKUP-CTL "); recarga recusada."
               STOP RUN
           END-IF
           MOVE SPACES TO BACKUP-CTL-REG
           READ BACKUP-CTL-FILE
               AT END
                   DISPLAY "Controle da geração vazio; recusada."

           DISPLAY "Geração de " BK-DATA ": " BK-QTD-FORN
               " fornecedores e " BK-QTD-CONTAS " contas."

      *> Gerações anteriores ao diário não copiavam o histórico de
      *> pagamentos; nelas HISTPAGTO.DAT fica como está.
           IF BK-QTD-HIST IS NUMERIC
               OPEN INPUT BACKUP-HIST-FILE
               IF WS-STATUS-BKP-HIST = "00"
                   MOVE "S" TO WS-HIST-NA-GERACAO
                   CLOSE BACKUP-HIST-FILE
               END-IF
           END-IF
           IF WS-HIST-NA-GERACAO = "S"
               DISPLAY "Histórico de pagamentos na geração: "
                   BK-QTD-HIST " registros."
               DISPLAY "ATENÇÃO: FORNECEDOR.DAT, CONTAPAGAR.DAT e "
                   "HISTPAGTO.DAT atuais serão SUBSTITUÍDOS."
           ELSE
               DISPLAY "Geração sem cópia do histórico de "
                   "pagamentos; HISTPAGTO.DAT não será recarregado."
               DISPLAY "ATENÇÃO: FORNECEDOR.DAT e CONTAPAGAR.DAT "
                   "atuais serão SUBSTITUÍDOS."
           END-IF

           PERFORM VERIFICA-JORNAL
           DISPLAY "Digite SIM para confirmar: "
           ACCEPT WS-CONFIRMA


           PERFORM RECARREGA-FORNECEDORES
           PERFORM RECARREGA-CONTAS
           IF WS-HIST-NA-GERACAO = "S"
               PERFORM RECARREGA-HISTORICO
           END-IF

           DISPLAY "========================================"
               " (controle: " BK-QTD-FORN ")"
           DISPLAY "Contas recarregadas:       " WS-QTD-CONTAS
               " (controle: " BK-QTD-CONTAS ")"
           IF WS-HIST-NA-GERACAO = "S"
               DISPLAY "Pagamentos recarregados:   " WS-QTD-HIST
                   " (controle: " BK-QTD-HIST ")"
           END-IF
           DISPLAY "Erros de chave:            " WS-QTD-ERROS
           IF WS-QTD-FORN = BK-QTD-FORN
                   AND WS-QTD-CONTAS = BK-QTD-CONTAS
                   AND (WS-HIST-NA-GERACAO NOT = "S"
                        OR WS-QTD-HIST = BK-QTD-HIST)
                   AND WS-QTD-ERROS = 0
               DISPLAY "Recarga íntegra: contagens e chaves conferem."
           ELSE
               DISPLAY "ATENÇÃO: contagens não conferem; confira a "
                   "geração antes de liberar o sistema."
           END-IF

           IF WS-JORNAL-OK = "S"
               DISPLAY "Reaplicar o diário de recuperação? (S/N): "
               ACCEPT WS-REAPLICA
               IF FUNCTION UPPER-CASE(WS-REAPLICA) = "S"
                   PERFORM REAPLICA-JORNAL
               END-IF
           END-IF
           PERFORM AJUSTA-JORNAL

           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Sonda os últimos 30 dias procurando o arquivo de controle de
           STRING "BACKUP_"       DELIMITED BY SIZE
                  WS-DATA-GERACAO DELIMITED BY SIZE
                  ".CTL"          DELIMITED BY SIZE
                  INTO WS-NOME-BACKUP-CTL
           MOVE SPACES TO WS-NOME-BACKUP-HIST
           STRING "HISTPAGTO_"    DELIMITED BY SIZE
                  WS-DATA-GERACAO DELIMITED BY SIZE
                  ".BAK"          DELIMITED BY SIZE
                  INTO WS-NOME-BACKUP-HIST.

      *> Recria FORNECEDOR.DAT do zero a partir da cópia sequencial;
      *> chave duplicada na carga indica cópia corrompida e conta
           CLOSE BACKUP-CONTAS-FILE
           CLOSE CONTAPAGAR-FILE.

      *> Histórico de pagamentos: a cópia tem o mesmo layout do
      *> registro vivo.
       RECARREGA-HISTORICO.
           OPEN INPUT BACKUP-HIST-FILE
           IF WS-STATUS-BKP-HIST NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-BACKUP-HIST ": "
                   WS-STATUS-BKP-HIST
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao recriar HISTPAGTO.DAT: "
                   WS-STATUS-HIST
               CLOSE BACKUP-HIST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-HIST-RECARREGADO

           READ BACKUP-HIST-FILE
               AT END
                   MOVE "10" TO WS-STATUS-BKP-HIST
           END-READ

           PERFORM UNTIL WS-STATUS-BKP-HIST = "10"
               MOVE BACKUP-HIST-REG TO HIST-REG
               WRITE HIST-REG
               IF WS-STATUS-HIST = "00"
                   ADD 1 TO WS-QTD-HIST
               ELSE
                   ADD 1 TO WS-QTD-ERROS
                   DISPLAY "ERRO de chave no pagamento " BH-CHAVE
                       ": " WS-STATUS-HIST
               END-IF
               READ BACKUP-HIST-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-BKP-HIST
               END-READ
           END-PERFORM

           CLOSE BACKUP-HIST-FILE
           CLOSE HISTPAGTO-FILE.

      *> O diário só serve para a geração que o iniciou: o primeiro
      *> registro é a marca gravada pelo BACKUP com a data da
      *> geração.
       VERIFICA-JORNAL.
           OPEN INPUT JORNAL-FILE
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "Sem diário de recuperação; a recarga volta "
                   "os arquivos à posição do backup."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-JORNAL-EXISTE

           READ JORNAL-FILE
               AT END
                   MOVE "10" TO WS-STATUS-JORNAL
           END-READ
           IF WS-STATUS-JORNAL = "10"
               DISPLAY "Diário de recuperação vazio."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF
           IF JR-ARQUIVO NOT = "*" OR JR-OPERACAO NOT = "B"
               DISPLAY "Diário de recuperação sem a marca do "
                   "backup; não pode ser reaplicado."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE JR-IMAGEM(1:8) TO WS-JORNAL-GERACAO
           IF WS-JORNAL-GERACAO NOT = WS-DATA-GERACAO
               DISPLAY "Diário de recuperação começa na geração "
                   WS-JORNAL-GERACAO "; só pode ser reaplicado sobre"
                   " ela."
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF

           READ JORNAL-FILE
               AT END
                   MOVE "10" TO WS-STATUS-JORNAL
           END-READ
           PERFORM UNTIL WS-STATUS-JORNAL = "10"
               ADD 1 TO WS-QTD-JORNAL
               COMPUTE WS-JR-ULTIMO = JR-DATA * 1000000 + JR-HORA
               READ JORNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL
               END-READ
           END-PERFORM
           CLOSE JORNAL-FILE

           MOVE "S" TO WS-JORNAL-OK
           DISPLAY "Diário de recuperação da geração: "
               WS-QTD-JORNAL " gravações, a última em " WS-JR-ULTIMO
               " (AAAAMMDDHHMMSS)."
           IF WS-HIST-NA-GERACAO NOT = "S"
               DISPLAY "As gravações no histórico de pagamentos "
                   "não serão reaplicadas (geração sem a cópia)."
           END-IF.

      *> Reaplica sobre os arquivos recarregados as imagens gravadas
      *> depois do backup, na ordem do diário, até o momento
      *> escolhido. Gravação que não encaixa (inclusão de chave que
      *> já existe, alteração ou exclusão de chave inexistente) é
      *> conflito: listada e resolvida em favor da imagem do diário.
      *> A reaplicação não grava no diário, que já tem as imagens.
       REAPLICA-JORNAL.
           DISPLAY "Reaplicar até (AAAAMMDDHHMMSS, 0 = todo o "
               "diário): "
           ACCEPT WS-JR-LIMITE
           IF WS-JR-LIMITE = ZEROS
               MOVE 99999999999999 TO WS-JR-LIMITE
           END-IF

           OPEN INPUT JORNAL-FILE
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "Erro ao abrir JORNAL.DAT: " WS-STATUS-JORNAL
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               CLOSE JORNAL-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-RECARREGADO = "S"
               OPEN I-O HISTPAGTO-FILE
               IF WS-STATUS-HIST NOT = "00"
                   DISPLAY "Erro ao abrir HISTPAGTO.DAT: "
                       WS-STATUS-HIST
                   MOVE "N" TO WS-HIST-RECARREGADO
               END-IF
           END-IF
           MOVE "S" TO WS-REAPLICOU

      *> O primeiro registro é a marca do backup, já conferida.
           READ JORNAL-FILE
               AT END
                   MOVE "10" TO WS-STATUS-JORNAL
           END-READ
           IF WS-STATUS-JORNAL NOT = "10"
               READ JORNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-JORNAL = "10"
               COMPUTE WS-JR-MOMENTO = JR-DATA * 1000000 + JR-HORA
               IF WS-JR-MOMENTO > WS-JR-LIMITE
                       OR WS-QTD-ALEM-LIMITE > 0
                   ADD 1 TO WS-QTD-ALEM-LIMITE
               ELSE
                   EVALUATE JR-ARQUIVO
                       WHEN "C"
                           PERFORM APLICA-CONTA
                       WHEN "H"
                           IF WS-HIST-RECARREGADO = "S"
                               PERFORM APLICA-HISTORICO
                           ELSE
                               ADD 1 TO WS-QTD-HIST-IGNORADO
                           END-IF
                   END-EVALUATE
               END-IF
               READ JORNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL
               END-READ
           END-PERFORM

           CLOSE JORNAL-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-HIST-RECARREGADO = "S"
               CLOSE HISTPAGTO-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Diário reaplicado até " WS-JR-LIMITE
           DISPLAY "Contas reaplicadas:        " WS-QTD-APLIC-CONTA
           DISPLAY "Pagamentos reaplicados:    " WS-QTD-APLIC-HIST
           DISPLAY "Conflitos:                 " WS-QTD-CONFLITOS
           IF WS-QTD-HIST-IGNORADO > 0
               DISPLAY "Pagamentos não reaplicados (sem histórico "
                   "recarregado): " WS-QTD-HIST-IGNORADO
           END-IF
           DISPLAY "Gravações após o limite:   " WS-QTD-ALEM-LIMITE
           PERFORM GRAVA-AUDITORIA-REAPLICA.

       APLICA-CONTA.
           MOVE JR-IMAGEM TO CONTA-REG
           EVALUATE JR-OPERACAO
               WHEN "I"
                   WRITE CONTA-REG
                   IF WS-STATUS-FILE-C = "22"
                       MOVE "INCLUSAO DE CHAVE JA EXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-CONTA
                       REWRITE CONTA-REG
                   END-IF
               WHEN "A"
                   REWRITE CONTA-REG
                   IF WS-STATUS-FILE-C = "23"
                       MOVE "ALTERACAO DE CHAVE INEXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-CONTA
                       WRITE CONTA-REG
                   END-IF
               WHEN "E"
                   DELETE CONTAPAGAR-FILE RECORD
                   IF WS-STATUS-FILE-C = "23"
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-CONTA
                       MOVE "00" TO WS-STATUS-FILE-C
                   END-IF
           END-EVALUATE
           IF WS-STATUS-FILE-C = "00"
               ADD 1 TO WS-QTD-APLIC-CONTA
           ELSE
               DISPLAY "ERRO ao reaplicar a conta " CP-CHAVE ": "
                   WS-STATUS-FILE-C
           END-IF.

       APLICA-HISTORICO.
           MOVE JR-IMAGEM TO HIST-REG
           EVALUATE JR-OPERACAO
               WHEN "I"
                   WRITE HIST-REG
                   IF WS-STATUS-HIST = "22"
                       MOVE "INCLUSAO DE CHAVE JA EXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-HIST
                       REWRITE HIST-REG
                   END-IF
               WHEN "A"
                   REWRITE HIST-REG
                   IF WS-STATUS-HIST = "23"
                       MOVE "ALTERACAO DE CHAVE INEXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-HIST
                       WRITE HIST-REG
                   END-IF
               WHEN "E"
                   DELETE HISTPAGTO-FILE RECORD
                   IF WS-STATUS-HIST = "23"
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WS-CONFLITO-TIPO
                       PERFORM REGISTRA-CONFLITO-HIST
                       MOVE "00" TO WS-STATUS-HIST
                   END-IF
           END-EVALUATE
           IF WS-STATUS-HIST = "00"
               ADD 1 TO WS-QTD-APLIC-HIST
           ELSE
               DISPLAY "ERRO ao reaplicar o pagamento " H-CHAVE ": "
                   WS-STATUS-HIST
           END-IF.

       REGISTRA-CONFLITO-CONTA.
           ADD 1 TO WS-QTD-CONFLITOS
           DISPLAY "CONFLITO conta " CP-CHAVE " (" JR-PROGRAMA " "
               JR-DATA " " JR-HORA "): " WS-CONFLITO-TIPO.

       REGISTRA-CONFLITO-HIST.
           ADD 1 TO WS-QTD-CONFLITOS
           DISPLAY "CONFLITO pagamento " H-CHAVE " (" JR-PROGRAMA " "
               JR-DATA " " JR-HORA "): " WS-CONFLITO-TIPO.

      *> Depois da recarga o diário precisa descrever os arquivos
      *> como ficaram: a marca da geração recarregada seguida só do
      *> que foi reaplicado. Se algo for descartado (diário de outra
      *> geração, não reaplicado ou além do limite), o diário
      *> inteiro é guardado antes em JORNAL_<data><hora>.ANT.
       AJUSTA-JORNAL.
           IF WS-JORNAL-OK = "S" AND WS-REAPLICOU = "S"
                   AND WS-QTD-ALEM-LIMITE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JORNAL-OK = "S" AND WS-QTD-JORNAL = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-JORNAL-EXISTE = "S"
               PERFORM GUARDA-JORNAL
               IF WS-STATUS-JORNAL-ANT NOT = "00"
                   DISPLAY "AVISO: diário mantido sem ajuste; reinicie"
                       " com um novo backup."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT JORNAL-FILE
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "AVISO: diário de recuperação não "
                   "reiniciado: " WS-STATUS-JORNAL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA
           MOVE "RESTORE"       TO JR-PROGRAMA
           MOVE "*"             TO JR-ARQUIVO
           MOVE "B"             TO JR-OPERACAO
           MOVE SPACES          TO JR-IMAGEM
           MOVE WS-DATA-GERACAO TO JR-IMAGEM(1:8)
           WRITE JORNAL-REG

           IF WS-REAPLICOU = "S"
               PERFORM COPIA-REAPLICADOS
           END-IF
           CLOSE JORNAL-FILE
           DISPLAY "Diário de recuperação reiniciado sobre a "
               "geração " WS-DATA-GERACAO.

      *> Cópia integral do diário antes de ajustá-lo.
       GUARDA-JORNAL.
           MOVE SPACES TO WS-NOME-JORNAL-ANT
           STRING "JORNAL_"                  DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  ".ANT"                     DELIMITED BY SIZE
                  INTO WS-NOME-JORNAL-ANT

           OPEN INPUT JORNAL-FILE
           OPEN OUTPUT JORNAL-ANT-FILE
           IF WS-STATUS-JORNAL NOT = "00"
                   OR WS-STATUS-JORNAL-ANT NOT = "00"
               DISPLAY "Erro ao guardar o diário em "
                   WS-NOME-JORNAL-ANT ": " WS-STATUS-JORNAL-ANT
               MOVE "99" TO WS-STATUS-JORNAL-ANT
               CLOSE JORNAL-FILE
               CLOSE JORNAL-ANT-FILE
               EXIT PARAGRAPH
           END-IF

           READ JORNAL-FILE
               AT END
                   MOVE "10" TO WS-STATUS-JORNAL
           END-READ
           PERFORM UNTIL WS-STATUS-JORNAL = "10"
               WRITE JORNAL-ANT-REG FROM JORNAL-REG
               READ JORNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL
               END-READ
           END-PERFORM

           CLOSE JORNAL-FILE
           CLOSE JORNAL-ANT-FILE
           DISPLAY "Diário anterior guardado em " WS-NOME-JORNAL-ANT.

      *> Devolve ao diário as gravações reaplicadas (as anteriores ao
      *> limite), lidas da cópia guardada.
       COPIA-REAPLICADOS.
           OPEN INPUT JORNAL-ANT-FILE
           IF WS-STATUS-JORNAL-ANT NOT = "00"
               EXIT PARAGRAPH
           END-IF

      *> A marca original é substituída pela gravada acima.
           READ JORNAL-ANT-FILE
               AT END
                   MOVE "10" TO WS-STATUS-JORNAL-ANT
           END-READ
           IF WS-STATUS-JORNAL-ANT NOT = "10"
               READ JORNAL-ANT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL-ANT
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-JORNAL-ANT = "10"
                   OR WS-QTD-COPIADOS >= WS-QTD-JORNAL
                                         - WS-QTD-ALEM-LIMITE
               WRITE JORNAL-REG FROM JORNAL-ANT-REG
               ADD 1 TO WS-QTD-COPIADOS
               READ JORNAL-ANT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-JORNAL-ANT
               END-READ
           END-PERFORM

           CLOSE JORNAL-ANT-FILE.

      *> Grava a recarga na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl) ANTES de tocar nos arquivos vivos.
       GRAVA-AUDITORIA.
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Reaplicação do diário, com o limite usado e o resultado.
       GRAVA-AUDITORIA-REAPLICA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "RESTORE"                   TO AU-PROGRAMA
           MOVE "REAPLICA"                  TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE WS-DATA-GERACAO             TO AU-CHAVE(1:8)
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           STRING "DIARIO ATE "              DELIMITED BY SIZE
                  WS-JR-LIMITE               DELIMITED BY SIZE
                  INTO AU-VALOR-ANTES
           MOVE SPACES                      TO AU-VALOR-DEPOIS
           STRING "CONTAS "                  DELIMITED BY SIZE
                  WS-QTD-APLIC-CONTA         DELIMITED BY SIZE
                  " PAGTOS "                 DELIMITED BY SIZE
                  WS-QTD-APLIC-HIST          DELIMITED BY SIZE
                  " CONFLITOS "              DELIMITED BY SIZE
                  WS-QTD-CONFLITOS           DELIMITED BY SIZE
                  INTO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
