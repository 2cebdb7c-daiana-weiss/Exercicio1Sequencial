      *>----------------------------------------------------------------
      *> RECREG.CPY
      *> Layout padrao do canhoto de recibo (arqRecibos.txt) - uma linha
      *> por baixa de mensalidade, em ordem de emissao; o maior numero
      *> gravado + 1 eh o proximo recibo. Gravado pela baixa da
      *> secretaria (lista11exe1_pagamentos) e pela baixa automatica do
      *> retorno do banco (lista11exe1_retornoBanco), que numeram pela
      *> mesma sequencia.
      *>
      *> Uso, dentro da file section de quem le/grava arqRecibos:
      *>       fd  arqRecibos.
      *>           copy "recreg.cpy".
      *>----------------------------------------------------------------
       01 rec-reg.
           05 rec-numero                           pic 9(006). *> numero sequencial do recibo
           05 rec-cod                              pic 9(004). *> codigo do aluno (men-cod)
           05 rec-competencia                      pic 9(006). *> competencia paga, formato AAAAMM
           05 rec-data-pagto                       pic 9(008). *> data do pagamento, formato AAAAMMDD
           05 rec-valor-pago                       pic 9(004)v99. *> valor pago (com multa/juros)
