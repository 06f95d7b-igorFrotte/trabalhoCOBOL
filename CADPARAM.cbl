      *> MULTA-PERC (% fixo, ex 2.00), DIAS-DUPLI (janela em dias da
      *> checagem de duplicidade, ex 5), MAX-PARCEL (máximo de
      *> parcelas, ex 6) e ANTECED-AV (dias de antecedência do aviso
      *> de vencimento, ex 3). Tabela do autônomo (ver CALCRPA.cbl):
      *> IRRF-FX1..4 (limite da faixa), IRRF-AL1..5 (alíquota %),
      *> IRRF-DD1..5 (parcela a deduzir), IRRF-DEPEN (dedução por
      *> dependente), INSS-TETO (teto mensal) e INSS-AUTON (% INSS).
      *> TOL-3VIAS (% de tolerância da conferência por item de
      *> LANCCONT.cbl, ex 2.00). Varredura de fraude (ver
      *> INDFRAUD.cbl): FRD-DIASBC (dias entre aprovação bancária e
      *> pagamento, ex 5), FRD-ALCADA (% abaixo da alçada, ex 5),
      *> FRD-REDOND (múltiplo do valor redondo, ex 1000) e FRD-DIASDP
      *> (janela em dias do pagamento em duplicidade, ex 180).
      *> REEMB-DIAS (dias para pagar o reembolso de despesas
      *> aprovado em APROVLAN.cbl, ex 5). FFIX-DIAS (dias para pagar
      *> a reposição do fundo fixo de FUNDOFIX.cbl, ex 2).
      *> ANOM-FAIXA (% de desvio tolerado sobre a média de 12 meses
      *> do fornecedor, ex 30.00) e ANOM-MINHI (mínimo de contas no
      *> histórico para comparar, ex 3); ver GERARECOR.cbl.
       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           END-IF

           DISPLAY "Chaves: JUROS-DIA, MULTA-PERC, DIAS-DUPLI, "
               "MAX-PARCEL, ANTECED-AV, TOL-3VIAS"
           DISPLAY "RPA: IRRF-FX1..4, IRRF-AL1..5, IRRF-DD1..5, "
               "IRRF-DEPEN, INSS-TETO, INSS-AUTON"
           DISPLAY "Fraude: FRD-DIASBC, FRD-ALCADA, FRD-REDOND, "
               "FRD-DIASDP"
           DISPLAY "Reembolso: REEMB-DIAS  Fundo fixo: FFIX-DIAS"
           DISPLAY "Desvios de valor: ANOM-FAIXA, ANOM-MINHI"
           DISPLAY "Cadastro: DORM-MESES (dormência), LGPD-ANOS"

           PERFORM UNTIL CONTINUA = "N"
               PERFORM LANCA-PARAMETRO
