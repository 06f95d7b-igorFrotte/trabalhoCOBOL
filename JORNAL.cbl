       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Diário de recuperação: imagem depois de cada gravação em
      *> CONTAPAGAR.DAT e HISTPAGTO.DAT, na ordem em que aconteceram.
      *> Zerado a cada backup noturno (ver BACKUP.cbl), que grava
      *> no início a marca da geração; o RESTORE reaplica o diário
      *> sobre essa geração até a hora escolhida (ver RESTORE.cbl).
           SELECT JORNAL-FILE ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

       DATA DIVISION.
       FILE SECTION.

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
       01 WS-STATUS-JORNAL      PIC XX.

       LINKAGE SECTION.
      *> Mesma área em todos os programas que gravam CONTAPAGAR.DAT
      *> ou HISTPAGTO.DAT.
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).
           05 WS-JN-OPERACAO    PIC X(1).
           05 WS-JN-IMAGEM      PIC X(250).

      *> Rotina comum do diário: acrescenta um registro e fecha o
      *> arquivo na mesma chamada, para a imagem já estar em disco se
      *> o programa chamador cair logo depois.
       PROCEDURE DIVISION USING WS-JORNAL-AREA.

       MAIN-PROCEDURE.
           OPEN EXTEND JORNAL-FILE
           IF WS-STATUS-JORNAL = "35"
      *> JORNAL.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT JORNAL-FILE
           END-IF
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "AVISO: diário de recuperação indisponível: "
                   WS-STATUS-JORNAL
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA
           MOVE WS-JN-PROGRAMA TO JR-PROGRAMA
           MOVE WS-JN-ARQUIVO  TO JR-ARQUIVO
           MOVE WS-JN-OPERACAO TO JR-OPERACAO
           MOVE WS-JN-IMAGEM   TO JR-IMAGEM
           WRITE JORNAL-REG
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "AVISO: falha ao gravar o diário de "
                   "recuperação: " WS-STATUS-JORNAL
           END-IF

           CLOSE JORNAL-FILE
           EXIT PROGRAM.
