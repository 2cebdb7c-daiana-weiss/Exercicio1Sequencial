      *>----------------------------------------------------------------
      *> PARMREG.CPY
      *> Layout padrao do registro da tabela de parametros da escola
      *> (arqParametros.txt), mantida pela diretoria na tela
      *> lista11exe1_manutParametros - substitui os valores que moravam
      *> em VALUE dentro dos programas. Dois tipos de linha:
      *>   M - valor da mensalidade da fase a partir de uma competencia
      *>       (vale a linha de maior vigencia <= competencia cobrada;
      *>       um reajuste de janeiro entra como linha nova, sem mexer
      *>       nas cobrancas ja geradas)
      *>   D - disciplina da grade da fase no ano letivo (o numero eh o
      *>       gravado em not-disciplina no arqNotas.txt)
      *> Lida pela geracao das mensalidades, pelo livro caixa, pelo
      *> lancamento de notas, pelo boletim e pela apuracao do resultado
      *> final do ano.
      *>
      *> Uso, dentro da file section de quem le/grava arqParametros:
      *>       fd  arqParametros.
      *>           copy "parmreg.cpy".
      *>----------------------------------------------------------------
       01 prm-reg.
           05 prm-tipo                             pic X(001). *> M = mensalidade, D = disciplina
               88 prm-eh-mensalidade               value "M".
               88 prm-eh-disciplina                value "D".
           05 prm-fase                             pic 9(002). *> fase (01 a 12)
           05 prm-dados                            pic X(027).
      *>   linha M - valor da mensalidade da fase
           05 prm-dados-mens redefines prm-dados.
               10 prm-vigencia                     pic 9(006). *> competencia inicial, formato AAAAMM
               10 prm-valor                        pic 9(004)v99. *> valor da mensalidade
               10 filler                           pic X(015).
      *>   linha D - disciplina da grade da fase no ano letivo
           05 prm-dados-disc redefines prm-dados.
               10 prm-ano                          pic 9(004). *> ano letivo, formato AAAA
               10 prm-disciplina                   pic 9(002). *> numero da disciplina (01 a 10)
               10 prm-nome-disc                    pic X(015). *> nome impresso no boletim
               10 filler                           pic X(006).
