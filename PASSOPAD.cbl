       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSOPAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Catálogo de passos da rotina noturna (ver NOTURNO.cbl e
      *> CADPASSO.cbl), com chave alternada pela ordem de execução.
           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PN.

       DATA DIVISION.
       FILE SECTION.

       FD PASSONOT-FILE.
       01 PASSONOT-REG.
           05 PN-PASSO          PIC X(8).   *> nome no livro RUNCTRL
           05 PN-ORDEM          PIC 9(3).
           05 PN-PROGRAMA       PIC X(10).  *> PROGRAM-ID chamado
           05 PN-DESCRICAO      PIC X(30).
           05 PN-FREQUENCIA     PIC X(1).   *> D=diária,U=dia útil,
                                            *> S=semanal,M=N-ésimo
                                            *> dia útil,F=fim do mês
           05 PN-DIA-SEMANA     PIC 9(1).   *> S: 1=segunda..7=domingo
           05 PN-DIA-UTIL       PIC 9(2).   *> M: N-ésimo dia útil
           05 PN-REFERENCIA     PIC X(1).   *> D=dia, M=mês (AAAAMM00)
           05 PN-PREDECESSOR    PIC X(8) OCCURS 3 TIMES.
           05 PN-SITUACAO       PIC X(1).   *> A=ativo,S=suspenso,
                                            *> U=suspenso uma vez,
                                            *> T=simular uma vez
           05 PN-USUARIO        PIC X(10).  *> última alteração
           05 PN-DATA-ALT       PIC 9(8).
           05 PN-JANELA-MIN     PIC 9(4).   *> janela acordada, min
                                            *> (0 = sem janela)
           05 PN-ALERTA-ZERO    PIC X(1).   *> S=zero registros alerta
           05 PN-EMAIL-ALERTA   PIC X(30).  *> equipe de operação

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-PN     PIC XX.

      *> Cria PASSONOT.DAT com a cadeia noturna de sempre quando o
      *> arquivo ainda não existe; com o catálogo já criado, não faz
      *> nada. Chamada por NOTURNO e CADPASSO antes de abrirem o
      *> catálogo.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT PASSONOT-FILE
           IF WS-STATUS-FILE-PN = "00"
               CLOSE PASSONOT-FILE
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-PN NOT = "35"
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT PASSONOT-FILE
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao criar PASSONOT.DAT: " WS-STATUS-FILE-PN
               EXIT PROGRAM
           END-IF
           PERFORM GRAVA-CADEIA-PADRAO
           CLOSE PASSONOT-FILE
           DISPLAY "Catálogo da rotina noturna criado com a cadeia "
               "padrão."
           EXIT PROGRAM.

      *> A cadeia diária na ordem que sempre foi executada — contas
      *> vencidas, avisos, conciliação, selagem da auditoria e
      *> backup — e, no fim, reajuste e geração das recorrentes com
      *> referência no mês: tentados toda noite, rodam uma vez só no
      *> mês (a primeira rotina do mês, ou a reexecução após um
      *> abend, sem esperar o próximo dia 1º).
       GRAVA-CADEIA-PADRAO.
           MOVE "D"       TO PN-FREQUENCIA
           MOVE ZEROS     TO PN-DIA-SEMANA
           MOVE ZEROS     TO PN-DIA-UTIL
           MOVE "D"       TO PN-REFERENCIA
           MOVE SPACES    TO PN-PREDECESSOR(1)
           MOVE SPACES    TO PN-PREDECESSOR(2)
           MOVE SPACES    TO PN-PREDECESSOR(3)
           MOVE "A"       TO PN-SITUACAO
           MOVE "SISTEMA" TO PN-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PN-DATA-ALT
      *> Janela inicial de uma hora por passo (três para o backup);
      *> conciliação e backup sem registro algum são suspeitos. O
      *> e-mail da equipe de operação é informado em CADPASSO.
           MOVE 60        TO PN-JANELA-MIN
           MOVE "N"       TO PN-ALERTA-ZERO
           MOVE SPACES    TO PN-EMAIL-ALERTA

           MOVE "VENCIDAS"  TO PN-PASSO
           MOVE 10          TO PN-ORDEM
           MOVE "VENCIDAS"  TO PN-PROGRAMA
           MOVE "ALERTA DE CONTAS VENCIDAS" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "NOTIFVEN"  TO PN-PASSO
           MOVE 20          TO PN-ORDEM
           MOVE "NOTIFVENC" TO PN-PROGRAMA
           MOVE "AVISO DE CONTAS A VENCER" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "CNDVENC"   TO PN-PASSO
           MOVE 30          TO PN-ORDEM
           MOVE "CNDVENC"   TO PN-PROGRAMA
           MOVE "CERTIDOES A VENCER" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "BAIXARES"  TO PN-PASSO
           MOVE 40          TO PN-ORDEM
           MOVE "BAIXARES"  TO PN-PROGRAMA
           MOVE "BAIXA DE RESIDUOS" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "CONCILIA"  TO PN-PASSO
           MOVE 50          TO PN-ORDEM
           MOVE "CONCILIA"  TO PN-PROGRAMA
           MOVE "CONCILIACAO CONTAPAGAR X HIST." TO PN-DESCRICAO
           MOVE "S"         TO PN-ALERTA-ZERO
           WRITE PASSONOT-REG
           MOVE "N"         TO PN-ALERTA-ZERO

           MOVE "VALIDADB"  TO PN-PASSO
           MOVE 60          TO PN-ORDEM
           MOVE "VALIDADB"  TO PN-PROGRAMA
           MOVE "VALIDACAO DA BASE" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "SNAPKPI"   TO PN-PASSO
           MOVE 70          TO PN-ORDEM
           MOVE "SNAPKPI"   TO PN-PROGRAMA
           MOVE "FOTOGRAFIA DOS INDICADORES" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "AUDSELA"   TO PN-PASSO
           MOVE 80          TO PN-ORDEM
           MOVE "AUDSELA"   TO PN-PROGRAMA
           MOVE "SELAGEM DA TRILHA DE AUDITORIA" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "AUDVERIF"  TO PN-PASSO
           MOVE 90          TO PN-ORDEM
           MOVE "AUDVERIF"  TO PN-PROGRAMA
           MOVE "VERIFICACAO DA CORRENTE AUDIT." TO PN-DESCRICAO
           MOVE "AUDSELA"   TO PN-PREDECESSOR(1)
           WRITE PASSONOT-REG
           MOVE SPACES      TO PN-PREDECESSOR(1)

      *> Investimentos (CAPEX) lançados e pagos no dia, para o
      *> sistema de ativo fixo (EXPATIVO.cbl); roda depois das
      *> baixas para levar os pagamentos do próprio dia.
           MOVE "EXPATIVO"  TO PN-PASSO
           MOVE 95          TO PN-ORDEM
           MOVE "EXPATIVO"  TO PN-PROGRAMA
           MOVE "EXPORTACAO P/ ATIVO FIXO" TO PN-DESCRICAO
           WRITE PASSONOT-REG

      *> Situação das contas para o portal do fornecedor
      *> (EXPPORTL.cbl); também depois das baixas do dia.
           MOVE "EXPPORTL"  TO PN-PASSO
           MOVE 96          TO PN-ORDEM
           MOVE "EXPPORTL"  TO PN-PROGRAMA
           MOVE "EXPORTACAO P/ PORTAL FORNEC." TO PN-DESCRICAO
           WRITE PASSONOT-REG

      *> Extração incremental para o data warehouse de BI
      *> (EXPDW.cbl), com o movimento completo do dia.
           MOVE "EXPDW"     TO PN-PASSO
           MOVE 97          TO PN-ORDEM
           MOVE "EXPDW"     TO PN-PROGRAMA
           MOVE "EXTRACAO P/ DATA WAREHOUSE" TO PN-DESCRICAO
           WRITE PASSONOT-REG

      *> Relatórios solicitados pelos usuários para a noite
      *> (EXECFILA.cbl), já com o movimento do dia e antes da cópia
      *> de segurança.
           MOVE "EXECFILA"  TO PN-PASSO
           MOVE 98          TO PN-ORDEM
           MOVE "EXECFILA"  TO PN-PROGRAMA
           MOVE "FILA DE RELATORIOS SOLICITADOS" TO PN-DESCRICAO
           WRITE PASSONOT-REG

      *> Confirmação dos cheques do dia ao banco (POSPAG.cbl):
      *> emitidos, cancelados e sustados, antes da apresentação.
           MOVE "POSPAG"    TO PN-PASSO
           MOVE 99          TO PN-ORDEM
           MOVE "POSPAG"    TO PN-PROGRAMA
           MOVE "CONFIRMACAO CHEQUES AO BANCO" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "BACKUP"    TO PN-PASSO
           MOVE 100         TO PN-ORDEM
           MOVE "BACKUP"    TO PN-PROGRAMA
           MOVE "COPIA DE SEGURANCA" TO PN-DESCRICAO
           MOVE 180         TO PN-JANELA-MIN
           MOVE "S"         TO PN-ALERTA-ZERO
           WRITE PASSONOT-REG
           MOVE 60          TO PN-JANELA-MIN
           MOVE "N"         TO PN-ALERTA-ZERO

      *> O reajuste anual por índice roda ANTES da geração do mês,
      *> para as contas recorrentes novas já saírem com o valor
      *> corrigido (ver REAJUSTE.cbl).
           MOVE "M"         TO PN-REFERENCIA
           MOVE "REAJUSTE"  TO PN-PASSO
           MOVE 110         TO PN-ORDEM
           MOVE "REAJUSTE"  TO PN-PROGRAMA
           MOVE "REAJUSTE ANUAL POR INDICE" TO PN-DESCRICAO
           WRITE PASSONOT-REG

           MOVE "GERARECO"  TO PN-PASSO
           MOVE 120         TO PN-ORDEM
           MOVE "GERARECOR" TO PN-PROGRAMA
           MOVE "GERACAO DAS CONTAS RECORRENTES" TO PN-DESCRICAO
           MOVE "REAJUSTE"  TO PN-PREDECESSOR(1)
           WRITE PASSONOT-REG
           MOVE SPACES      TO PN-PREDECESSOR(1)

      *> Apropriação mensal das despesas antecipadas (AMORTIZA.cbl):
      *> recupera sozinha os meses em atraso e não duplica se rodar
      *> de novo no mesmo mês.
           MOVE "AMORTIZA"  TO PN-PASSO
           MOVE 130         TO PN-ORDEM
           MOVE "AMORTIZA"  TO PN-PROGRAMA
           MOVE "APROPRIACAO DESP. ANTECIPADAS" TO PN-DESCRICAO
           WRITE PASSONOT-REG.
