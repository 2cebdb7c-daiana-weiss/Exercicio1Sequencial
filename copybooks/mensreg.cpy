      *> Layout padrao do registro de mensalidade (arqMensalidades.dat,
      *> indexado pela chave aluno+competencia). Compartilhado pelos
      *> programas do subsistema de mensalidades: geracao mensal das
      *> cobrancas, baixa de pagamentos pela secretaria, remessa dos
      *> boletos ao banco e baixa automatica pelo arquivo de retorno, e
      *> relatorio de inadimplencia. As parcelas de acordo de
      *> parcelamento (lista11exe1_acordos) tambem sao cobrancas deste
      *> arquivo, com competencia AAAA13 a AAAA99 (ver acoreg.cpy).
      *>
      *> Uso, dentro da file section de quem le/grava arqMensalidades:
      *>       fd  arqMensalidades.
