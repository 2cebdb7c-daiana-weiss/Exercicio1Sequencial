      *>                do codigo vai a quantidade atual de registros do
      *>                arqCad, a nova base da reconciliacao (mesmo
      *>                mecanismo do RESTAURADO)
      *>   CONSELHO   - decisao do conselho de classe gravada para o
      *>                aluno em recuperacao (lista11exe1_conselhoClasse)
      *>   BAIXA BCO  - cobranca do aluno baixada pelo arquivo de retorno
      *>                do banco (lista11exe1_retornoBanco)
      *>   ACORDO     - acordo de parcelamento gravado; no campo do codigo
      *>                vai o aluno titular das parcelas
      *>                (lista11exe1_acordos)
      *>   REMATRIC.  - resposta da rematricula gravada para o aluno
      *>                (lista11exe1_manutRematricula); o desligamento
      *>                do desistente na virada sai como TRANSFER.
      *>
      *> Uso, dentro da file section de quem grava arqAuditoria:
      *>       fd  arqAuditoria.
      *>----------------------------------------------------------------
       01 aud-reg.
           05 aud-cod                              pic 9(004). *> codigo do aluno afetado (zeros p/ ESPERA; qtde restaurada p/ RESTAURADO)
           05 aud-acao                             pic X(010). *> acao gravada - uma das listadas acima
           05 aud-usuario                          pic X(020). *> usuario do sistema operacional que fez a acao
           05 aud-data                             pic 9(008). *> data da acao, formato AAAAMMDD
           05 aud-hora                             pic 9(008). *> hora da acao, formato HHMMSScc
