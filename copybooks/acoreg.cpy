      *>----------------------------------------------------------------
      *> ACOREG.CPY
      *> Layout padrao do registro de acordo de parcelamento
      *> (arqAcordos.dat, indexado pelo numero do acordo) - o que a
      *> secretaria combinou com a familia para as cobrancas vencidas de
      *> um aluno ou de todos os irmaos da mesma familia
      *> (arqFamVinculo.txt). As cobrancas renegociadas e as parcelas do
      *> acordo ficam marcadas no arqAcordoItens.dat (layout
      *> acoitreg.cpy); as parcelas sao cobrancas comuns do
      *> arqMensalidades.dat no codigo do aluno titular, com competencia
      *> AAAA13 a AAAA99 (mes acima de 12 nunca eh uma competencia de
      *> mensalidade), pagas pela tela de pagamentos com recibo.
      *> Gravado pela tela lista11exe1_acordos e lido pelo relatorio de
      *> acordos (lista11exe1_relAcordos).
      *>
      *> Uso, dentro da file section de quem le/grava arqAcordos:
      *>       fd  arqAcordos.
      *>           copy "acoreg.cpy".
      *>----------------------------------------------------------------
       01 aco-reg.
           05 aco-numero                           pic 9(006). *> numero sequencial do acordo
           05 aco-data                             pic 9(008). *> data do acordo, formato AAAAMMDD
           05 aco-cod-familia                      pic 9(004). *> familia do acordo (zeros = acordo de um aluno so)
           05 aco-cod-aluno                        pic 9(004). *> aluno titular, que recebe as parcelas
           05 aco-qtd-originais                    pic 9(003). *> quantidade de cobrancas renegociadas
           05 aco-valor-original                   pic 9(006)v99. *> soma do valor devido das cobrancas renegociadas
           05 aco-encargos                         pic 9(006)v99. *> multa + juros das cobrancas ate a data do acordo
           05 aco-valor-total                      pic 9(006)v99. *> valor original + encargos, dividido nas parcelas
           05 aco-qtd-parcelas                     pic 9(002). *> numero de parcelas
           05 aco-comp-inicial                     pic 9(006). *> competencia da 1a parcela (AAAAMM, mes 13 a 99)
           05 aco-venc-inicial                     pic 9(008). *> vencimento da 1a parcela, AAAAMMDD (as demais mes a mes)
           05 aco-usuario                          pic X(020). *> operador que gravou o acordo
