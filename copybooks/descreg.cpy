      *> secretaria ajustava a mao na hora do pagamento. Mantido pela
      *> tela do lista11exe1_manutDescontos e aplicado pela geracao
      *> mensal das cobrancas (lista11exe1_geraMensalidades) sobre o
      *> valor de tabela da fase, quando o vencimento da competencia cai
      *> dentro da vigencia. Data de vigencia zerada = sem limite
      *> naquela ponta.
      *>
       01 dsc-reg.
           05 dsc-cod                              pic 9(004). *> codigo do aluno (fd-cod do arqCad)
           05 dsc-tipo                             pic X(001). *> tipo do desconto
               88 dsc-percentual                   value "P" "p". *> dsc-valor eh percentual sobre o valor de tabela
               88 dsc-valor-fixo                   value "F" "f". *> dsc-valor eh valor em reais
           05 dsc-valor                            pic 9(004)v99. *> percentual (ate 100,00) ou valor fixo
           05 dsc-inicio                           pic 9(008). *> inicio da vigencia, AAAAMMDD (0 = sem limite)
