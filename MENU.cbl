               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT BORDERO-FILE ASSIGN TO "BORDERO.DAT"
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-BD.

      *> Contas com valor fora da faixa do próprio histórico (ver
      *> GERARECOR.cbl), aguardando confirmação em CONFANOM.cbl.
           SELECT ANOMALIA-FILE ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AM.

      *> Sinalizador de janela de lote levantado pela rotina noturna
      *> (ver NOTURNO.cbl): enquanto "S", as opções de atualização
      *> são recusadas e só as consultas seguem. Arquivo opcional.
           05 PA-VALOR-ISS      PIC 9(10)V99.
           05 PA-USUARIO-SOLIC  PIC X(10).
           05 PA-DATA-SOLIC     PIC 9(8).
           05 PA-DIAS-ATRASO    PIC 9(05).
           05 PA-VALOR-JUROS    PIC 9(10)V99.
           05 PA-VALOR-MULTA    PIC 9(10)V99.

      *> Dados bancários propostos, pendentes de confirmação (ver
      *> APROVBCO.cbl).
           05 BD-VALOR          PIC 9(10)V99.
           05 BD-CONTA-PAGADORA PIC X(03).  *> escolhida na aprovação

      *> Fila de anomalias de valor (ver CONFANOM.cbl); só a
      *> situação e a data de detecção interessam aqui.
       FD ANOMALIA-FILE.
       01 ANOMALIA-REG.
           05 AM-CHAVE          PIC X(26).
           05 AM-CNPJ-FORN      PIC 9(14).
           05 AM-CENTRO-CUSTO   PIC X(06).
           05 AM-EMPRESA        PIC 9(02).
           05 AM-ORIGEM         PIC X(01).
           05 AM-DATA-EMISSAO   PIC 9(8).
           05 AM-DATA-VENC      PIC 9(8).
           05 AM-VALOR          PIC 9(10)V99.
           05 AM-MEDIA          PIC 9(10)V99.
           05 AM-MINIMO         PIC 9(10)V99.
           05 AM-MAXIMO         PIC 9(10)V99.
           05 AM-QTD-HIST       PIC 9(03).
           05 AM-DESVIO         PIC S9(07)V99.
           05 AM-FAIXA          PIC 9(03)V99.
           05 AM-DATA-DETECCAO  PIC 9(8).
           05 AM-SITUACAO       PIC X(01).  *> P=pendente,L=liberada,
                                            *> R=retida
           05 AM-USUARIO        PIC X(10).
           05 AM-DATA-DECISAO   PIC 9(8).
           05 AM-OBSERVACAO     PIC X(40).

      *> Registro único de controle da janela de lote (ver
      *> NOTURNO.cbl).
       FD SISCTRL-FILE.

       WORKING-STORAGE SECTION.

       01 OPCAO-MENU        PIC 99.
       01 OPCAO-CONSULTA    PIC 9.
       01 OPCAO-RELATORIO   PIC 99.
       01 OPCAO-ADMIN       PIC 99.
       01 WS-STATUS-FILE-PB      PIC XX.
       01 WS-STATUS-FILE-C       PIC XX.
       01 WS-STATUS-FILE-BD      PIC XX.
       01 WS-STATUS-FILE-AM      PIC XX.
       01 WS-QTD-FILA            PIC 9(5).
       01 WS-DATA-ANTIGA         PIC 9(8).
       01 WS-IDADE-DIAS          PIC S9(5).
               DISPLAY "6 - Administração"
               DISPLAY "7 - Cancelamento de Contas"
               DISPLAY "8 - Confirmação de Remessa Bancária"
               DISPLAY "9 - Reembolso de Despesas"
               DISPLAY "10 - Cartão Corporativo"
               DISPLAY "11 - Fundo Fixo de Caixa"
               DISPLAY "12 - Guarda de Documentos"
               DISPLAY "13 - Sair"
               DISPLAY "======================================"
               DISPLAY "Escolha uma opção: "
               ACCEPT OPCAO-MENU
               IF WS-ACESSO-OK = "S"
                   AND OPCAO-MENU NOT = 4
                   AND OPCAO-MENU NOT = 5
                   AND OPCAO-MENU NOT = 13
                   PERFORM VERIFICA-JANELA-LOTE
               END-IF

                   WHEN OPCAO-MENU = 8
                       CALL "CONFREM" USING WS-USUARIO-LOGADO
                   WHEN OPCAO-MENU = 9
                       CALL "REEMBOLS" USING WS-USUARIO-LOGADO
                           WS-EMPRESA-ATIVA
                   WHEN OPCAO-MENU = 10
                       CALL "CARTFAT" USING WS-USUARIO-LOGADO
                           WS-PERFIL-LOGADO WS-EMPRESA-ATIVA
                   WHEN OPCAO-MENU = 11
                       CALL "FUNDOFIX" USING WS-USUARIO-LOGADO
                           WS-PERFIL-LOGADO WS-EMPRESA-ATIVA
                   WHEN OPCAO-MENU = 12
                       CALL "GUARDDOC" USING WS-USUARIO-LOGADO
                   WHEN OPCAO-MENU = 13
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida. Tente novamente."
      *> CADUSU.
       CONFERE-SENHA.
           IF US-BLOQUEADO = "S"
               DISPLAY "Conta bloqueada (tentativas falhas ou acesso "
                   "revogado); procure o administrador."
               ADD 1 TO WS-TENTATIVAS
               EXIT PARAGRAPH
           END-IF
      *> Perfis de acesso por opção do menu principal: Administração
      *> só para administradores; pagamento, cancelamento, remessa e
      *> cadastro de fornecedores para tesoureiros e administradores;
      *> lançamento, consultas, relatórios, reembolso de despesas,
      *> cartão corporativo e fundo fixo para todos (importar a
      *> fatura e gerar a conta são restritos dentro de CARTFAT;
      *> cadastro e reposição do fundo, dentro de FUNDOFIX).
       VALIDA-ACESSO.
           MOVE "N" TO WS-ACESSO-OK
           EVALUATE OPCAO-MENU
               WHEN 2
               WHEN 4
               WHEN 5
               WHEN 9
               WHEN 10
               WHEN 11
                   MOVE "S" TO WS-ACESSO-OK
               WHEN 1
               WHEN 3
           PERFORM CONTA-FILA-REJEITADOS
           IF WS-PERFIL-LOGADO = "T" OR WS-PERFIL-LOGADO = "A"
               PERFORM CONTA-FILA-BORDEROS
               PERFORM CONTA-FILA-ANOMALIAS
           END-IF

           IF WS-TEM-PENDENCIA NOT = "S"
               EXIT PARAGRAPH
           END-IF

      *> O atalho obedece ao mesmo gate dos menus: as seis telas
      *> vivem no submenu administrativo (perfil "A"); os demais
      *> perfis veem as contagens e seguem pelo menu normal.
           IF WS-PERFIL-LOGADO NOT = "A"
           END-IF

           DISPLAY "Abrir: 1=Autoriz.Pagto 2=Dados Bancários "
               "3=Lançamentos 4=Borderô 5=Rejeitados 6=Anomalias "
               "0=menu: "
           ACCEPT WS-OPCAO-FILA
           IF WS-OPCAO-FILA < 1 OR WS-OPCAO-FILA > 6
               EXIT PARAGRAPH
           END-IF

                   CALL "BORDERO" USING WS-USUARIO-LOGADO
               WHEN 5
                   CALL "WORKREJ" USING WS-USUARIO-LOGADO
               WHEN 6
                   CALL "CONFANOM" USING WS-USUARIO-LOGADO
           END-EVALUATE.

      *> Mostra a linha de uma fila com contagem e a idade (em dias)
                   " (mais antigo: " WS-IDADE-DIAS " dia(s))"
           END-IF.

      *> Contas com valor fora da faixa do histórico, retidas do
      *> borderô até a confirmação (ver CONFANOM.cbl).
       CONTA-FILA-ANOMALIAS.
           OPEN INPUT ANOMALIA-FILE
           IF WS-STATUS-FILE-AM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-FILA
           MOVE 99999999 TO WS-DATA-ANTIGA
           MOVE LOW-VALUES TO AM-CHAVE
           START ANOMALIA-FILE KEY IS NOT LESS AM-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-AM
           END-START
           IF WS-STATUS-FILE-AM NOT = "10"
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-AM = "10"
               IF AM-SITUACAO = "P"
                   ADD 1 TO WS-QTD-FILA
                   IF AM-DATA-DETECCAO < WS-DATA-ANTIGA
                       MOVE AM-DATA-DETECCAO TO WS-DATA-ANTIGA
                   END-IF
               END-IF
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-PERFORM
           CLOSE ANOMALIA-FILE

           PERFORM MOSTRA-LINHA-FILA
           IF WS-QTD-FILA > ZEROS
               DISPLAY "Valores fora da faixa p/ confirmar: "
                   WS-QTD-FILA " (mais antigo: " WS-IDADE-DIAS
                   " dia(s))"
           END-IF.

      *> Consulta o sinalizador levantado por NOTURNO.cbl: com a
      *> janela de lote ativa, a opção de atualização é recusada; um
      *> administrador pode passar em emergência, e a passagem fica
           MOVE "MENU"                      TO AU-PROGRAMA
           MOVE "EMERGENCIA"                TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE OPCAO-MENU                  TO AU-CHAVE(1:2)
           MOVE WS-USUARIO-LOGADO           TO AU-USUARIO
           MOVE "JANELA DE LOTE ATIVA"      TO AU-VALOR-ANTES
           MOVE "ENTRADA DE EMERGENCIA AUTORIZADA"
           DISPLAY "3 - Consulta ao Arquivo Morto"
           DISPLAY "4 - Painel Diário do Contas a Pagar"
           DISPLAY "5 - Comprovante de Pagamento"
           DISPLAY "6 - Recertificação de Acessos (gestores)"
           DISPLAY "7 - Voltar ao Menu Principal"
           DISPLAY "----------------------------------"
           DISPLAY "Escolha uma opção: "
           ACCEPT OPCAO-CONSULTA
               WHEN 5
                   CALL "COMPROV"
               WHEN 6
                   CALL "RECERT" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida no menu de consultas."
           DISPLAY "10 - Diário de Movimento do Dia"
           DISPLAY "11 - Quebra por Gestor (distribuição)"
           DISPLAY "12 - Posição Consolidada do Grupo"
           DISPLAY "13 - Renovação de Contratos (vencendo)"
           DISPLAY "14 - Informe de Penhora ao Juízo"
           DISPLAY "15 - Circularização de Saldos (auditoria)"
           DISPLAY "16 - Razão Auxiliar de Fornecedores"
           DISPLAY "17 - Estatística da Rotina Noturna"
           DISPLAY "18 - Arquivos Recebidos (banco/SEFAZ)"
           DISPLAY "19 - Posição dos Fundos Fixos de Caixa"
           DISPLAY "20 - Despesas Antecipadas a Apropriar"
           DISPLAY "21 - Tributos sobre Remessas ao Exterior"
           DISPLAY "22 - Manifestação do Destinatário (NF-e)"
           DISPLAY "23 - Avaliação Trimestral de Fornecedores"
           DISPLAY "24 - Desvios de Valor (recorrentes/DDA/déb.aut.)"
           DISPLAY "25 - Custo do Atraso e Descontos Perdidos"
           DISPLAY "26 - Corte do Período (lanç. tardios/trânsito)"
           DISPLAY "27 - Solicitar Relatório p/ a Rotina Noturna"
           DISPLAY "28 - Tempo de Ciclo (entrada a pagamento)"
           DISPLAY "29 - Amostragem de Pagamentos p/ Auditoria"
           DISPLAY "30 - Voltar ao Menu Principal"
           DISPLAY "------------------------------------"
           DISPLAY "Escolha uma opção: "
           ACCEPT OPCAO-RELATORIO
               WHEN 12
                   CALL "RELGRUPO"
               WHEN 13
                   CALL "RELCONTR"
               WHEN 14
                   CALL "RELPENH"
               WHEN 15
                   CALL "CIRCULAR" USING WS-USUARIO-LOGADO
               WHEN 16
                   CALL "RAZAOFOR"
               WHEN 17
                   CALL "RELNOTUR"
               WHEN 18
                   CALL "RELENTRA"
               WHEN 19
                   CALL "RELFUNDO"
               WHEN 20
                   CALL "RELDIFER"
               WHEN 21
                   CALL "RELTRIBX"
               WHEN 22
                   CALL "RELMANIF"
               WHEN 23
                   CALL "SCOREFOR"
               WHEN 24
                   CALL "RELANOM"
               WHEN 25
                   CALL "RELPERDA"
               WHEN 26
                   CALL "RELCORTE"
               WHEN 27
                   CALL "SOLICREL" USING WS-USUARIO-LOGADO
               WHEN 28
                   CALL "RELCICLO"
               WHEN 29
                   CALL "AMOSTRA" USING WS-USUARIO-LOGADO
               WHEN 30
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida no menu de relatórios."
           DISPLAY "46 - Antecipação por Desconto (proposta)"
           DISPLAY "47 - Acordos de Rebate"
           DISPLAY "48 - Rebate: Projeção / Fechamento"
           DISPLAY "49 - Contratos de Fornecedor (caução)"
           DISPLAY "50 - Penhoras Judiciais"
           DISPLAY "51 - Cessões de Crédito"
           DISPLAY "52 - Indícios de Fraude (auditoria interna)"
           DISPLAY "53 - Segregação de Funções (conflitos)"
           DISPLAY "54 - Recertificação de Acessos"
           DISPLAY "55 - Catálogo da Rotina Noturna"
           DISPLAY "56 - Cadastro de Funcionários (reembolso)"
           DISPLAY "57 - Categorias de Despesa (política)"
           DISPLAY "58 - Portadores de Cartão Corporativo"
           DISPLAY "59 - Apropriação de Despesas Antecipadas"
           DISPLAY "60 - Classes de Ativo Imobilizado (CAPEX)"
           DISPLAY "61 - Exportação p/ Ativo Fixo (CAPEX)"
           DISPLAY "62 - Tributos s/ Remessa ao Exterior (regras)"
           DISPLAY "63 - Guias de Recolhimento (retenções/remessas)"
           DISPLAY "64 - Declaração de Serviços Tomados (ISS)"
           DISPLAY "65 - Manifestação do Destinatário (NF-e)"
           DISPLAY "66 - Confirmação de Valores Fora da Faixa"
           DISPLAY "67 - Checklist do Fechamento Mensal"
           DISPLAY "68 - Guarda e Descarte de Documentos"
           DISPLAY "69 - Dados Pessoais (LGPD)"
           DISPLAY "70 - Fornecedores Dormentes (varredura)"
           DISPLAY "71 - Exportação p/ Portal do Fornecedor"
           DISPLAY "72 - Extração p/ Data Warehouse (BI)"
           DISPLAY "73 - Simulação de Passos Noturnos (prévia)"
           DISPLAY "74 - Confirmação de Cheques ao Banco"
           DISPLAY "75 - Tarifas Bancárias Negociadas"
           DISPLAY "76 - Conferência Mensal de Tarifas"
           DISPLAY "77 - Voltar ao Menu Principal"
           DISPLAY "---------------------------------------"
           DISPLAY "Escolha uma opção: "
           ACCEPT OPCAO-ADMIN

           EVALUATE OPCAO-ADMIN
               WHEN 1
                   CALL "FECHAMEN" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 2
                   CALL "ORCAMEN"
               WHEN 3
               WHEN 48
                   CALL "REBATE"
               WHEN 49
                   CALL "CADCONTR" USING WS-USUARIO-LOGADO
                       WS-EMPRESA-ATIVA
               WHEN 50
                   CALL "CADPENH" USING WS-USUARIO-LOGADO
               WHEN 51
                   CALL "CADCESS" USING WS-USUARIO-LOGADO
               WHEN 52
                   CALL "INDFRAUD" USING WS-USUARIO-LOGADO
               WHEN 53
                   CALL "SEGFUNC" USING WS-USUARIO-LOGADO
               WHEN 54
                   CALL "RECERT" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 55
                   CALL "CADPASSO" USING WS-USUARIO-LOGADO
               WHEN 56
                   CALL "CADFUNC" USING WS-USUARIO-LOGADO
               WHEN 57
                   CALL "CADCATD" USING WS-USUARIO-LOGADO
               WHEN 58
                   CALL "CADPORT" USING WS-USUARIO-LOGADO
               WHEN 59
                   CALL "AMORTIZA"
               WHEN 60
                   CALL "CADCLATV" USING WS-USUARIO-LOGADO
               WHEN 61
                   CALL "EXPATIVO"
               WHEN 62
                   CALL "CADTRIBX"
               WHEN 63
                   CALL "GERAGUIA"
               WHEN 64
                   CALL "DECLISS"
               WHEN 65
                   CALL "MANIFNFE" USING WS-USUARIO-LOGADO
               WHEN 66
                   CALL "CONFANOM" USING WS-USUARIO-LOGADO
               WHEN 67
                   CALL "CHKFECH" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 68
                   CALL "DESCARTE" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 69
                   CALL "LGPD" USING WS-USUARIO-LOGADO
                       WS-PERFIL-LOGADO
               WHEN 70
                   CALL "DORMENTE" USING WS-USUARIO-LOGADO
               WHEN 71
                   CALL "EXPPORTL"
               WHEN 72
                   CALL "EXPDW"
               WHEN 73
                   CALL "SIMPASSO" USING WS-USUARIO-LOGADO
               WHEN 74
                   CALL "POSPAG"
               WHEN 75
                   CALL "CADTARIF"
               WHEN 76
                   CALL "CONFTARF"
               WHEN 77
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opção inválida no menu de admin."
