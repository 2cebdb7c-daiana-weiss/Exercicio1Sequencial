      *>   percentual ou valor fixo, com vigencia por datas e o motivo
      *>   (bolsa, irmaos, funcionario). A geracao mensal das cobrancas
      *>   (lista11exe1_geraMensalidades) aplica o desconto vigente
      *>   sobre o valor de tabela da fase, acabando com o ajuste de mao
      *>   na hora do pagamento.

      *>Divisão para configuração do ambiente
