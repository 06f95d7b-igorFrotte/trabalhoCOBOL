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

      *> Nome com a data de hoje (AAAAMMDD), montado em
      *> MONTA-NOMES-BACKUP antes da abertura dos arquivos abaixo.
           SELECT BACKUP-FORN-FILE ASSIGN TO WS-NOME-BACKUP-FORN
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-CONTAS.

           SELECT BACKUP-HIST-FILE ASSIGN TO WS-NOME-BACKUP-HIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-HIST.

      *> Registro de controle da geração, com as contagens copiadas;
      *> é contra ele que o RESTORE confere a recarga (ver
      *> RESTORE.cbl).
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP-CTL.

      *> Diário de recuperação (ver JORNAL.cbl): cada backup o
      *> recomeça com a marca da geração, e a partir daí o diário
      *> guarda só o que foi gravado depois desta cópia.
           SELECT JORNAL-FILE ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

       DATA DIVISION.
       FILE SECTION.

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

      *> Cópias fiéis dos registros acima, gravadas sequencialmente
      *> como ponto de restauração independente dos arquivos indexados.
       FD BACKUP-FORN-FILE.
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

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-BKP-FORN    PIC XX.
       01 WS-STATUS-BKP-CONTAS  PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-BKP-HIST    PIC XX.
       01 WS-STATUS-JORNAL      PIC XX.
       01 WS-HISTPAGTO-OK       PIC X VALUE "N".
       01 WS-HOJE               PIC 9(8).
       01 WS-NOME-BACKUP-FORN   PIC X(30).
       01 WS-NOME-BACKUP-CONTAS PIC X(30).
       01 WS-NOME-BACKUP-CTL    PIC X(30).
       01 WS-NOME-BACKUP-HIST   PIC X(30).
       01 WS-STATUS-BKP-CTL     PIC XX.
       01 WS-QTD-FORN           PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CONTAS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-HIST           PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-FORN
           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE ZEROS TO WS-QTD-HIST
           DISPLAY "ROTINA DE BACKUP NOTURNO DOS ARQUIVOS INDEXADOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM MONTA-NOMES-BACKUP
               STOP RUN
           END-IF

      *> Sem HISTPAGTO.DAT (nenhum pagamento ainda) a cópia sai
      *> vazia.
           MOVE "S" TO WS-HISTPAGTO-OK
           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               MOVE "N" TO WS-HISTPAGTO-OK
           END-IF

           OPEN OUTPUT BACKUP-FORN-FILE
           IF WS-STATUS-BKP-FORN NOT = "00"
               DISPLAY "Erro ao criar " WS-NOME-BACKUP-FORN ": "
               STOP RUN
           END-IF

           OPEN OUTPUT BACKUP-HIST-FILE
           IF WS-STATUS-BKP-HIST NOT = "00"
               DISPLAY "Erro ao criar " WS-NOME-BACKUP-HIST ": "
                   WS-STATUS-BKP-HIST
               STOP RUN
           END-IF

           PERFORM COPIA-FORNECEDORES
           PERFORM COPIA-CONTAS
           IF WS-HISTPAGTO-OK = "S"
               PERFORM COPIA-HISTORICO
           END-IF
           PERFORM GRAVA-CONTROLE
           PERFORM INICIA-JORNAL

           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-HISTPAGTO-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           CLOSE BACKUP-FORN-FILE
           CLOSE BACKUP-CONTAS-FILE
           CLOSE BACKUP-HIST-FILE

           DISPLAY "========================================"
           DISPLAY "Backup gerado: " WS-NOME-BACKUP-FORN
               " (" WS-QTD-FORN " fornecedores)"
           DISPLAY "Backup gerado: " WS-NOME-BACKUP-CONTAS
               " (" WS-QTD-CONTAS " contas)"
           DISPLAY "Backup gerado: " WS-NOME-BACKUP-HIST
               " (" WS-QTD-HIST " pagamentos)"
           MOVE WS-QTD-CONTAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

           STRING "BACKUP_"     DELIMITED BY SIZE
                  WS-HOJE       DELIMITED BY SIZE
                  ".CTL"        DELIMITED BY SIZE
                  INTO WS-NOME-BACKUP-CTL

           STRING "HISTPAGTO_"  DELIMITED BY SIZE
                  WS-HOJE       DELIMITED BY SIZE
                  ".BAK"        DELIMITED BY SIZE
                  INTO WS-NOME-BACKUP-HIST.

       COPIA-FORNECEDORES.
           MOVE LOW-VALUES TO F-CNPJ
               END-READ
           END-PERFORM.

      *> Histórico de pagamentos: cópia do registro inteiro, que tem
      *> o mesmo layout do arquivo vivo.
       COPIA-HISTORICO.
           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
               MOVE HIST-REG TO BACKUP-HIST-REG
               WRITE BACKUP-HIST-REG
               ADD 1 TO WS-QTD-HIST

               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM.

      *> Grava as contagens da geração no arquivo de controle, para a
      *> verificação de integridade na recarga (ver RESTORE.cbl).
       GRAVA-CONTROLE.
           MOVE WS-HOJE       TO BK-DATA
           MOVE WS-QTD-FORN   TO BK-QTD-FORN
           MOVE WS-QTD-CONTAS TO BK-QTD-CONTAS
           MOVE WS-QTD-HIST   TO BK-QTD-HIST
           WRITE BACKUP-CTL-REG
           CLOSE BACKUP-CTL-FILE.

      *> Recomeça o diário de recuperação com a marca desta
      *> geração: o que foi gravado antes está nas cópias acima (a
      *> rotina noturna roda com o sistema parado).
       INICIA-JORNAL.
           OPEN OUTPUT JORNAL-FILE
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "AVISO: diário de recuperação não "
                   "reiniciado: " WS-STATUS-JORNAL
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA
           MOVE "BACKUP"  TO JR-PROGRAMA
           MOVE "*"       TO JR-ARQUIVO
           MOVE "B"       TO JR-OPERACAO
           MOVE SPACES    TO JR-IMAGEM
           MOVE WS-HOJE   TO JR-IMAGEM(1:8)
           WRITE JORNAL-REG
           CLOSE JORNAL-FILE.
