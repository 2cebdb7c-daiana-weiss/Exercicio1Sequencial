      *>----------------------------------------------------------------
      *> RESREG.CPY
      *> Layout padrao do registro de resultado final do ano letivo
      *> (arqResultados.dat, indexado pela chave ano+aluno) - uma linha
      *> por aluno por ano letivo, gravada pela apuracao de fim de ano
      *> (lista11exe1_resultadoAno) a partir das medias por disciplina
      *> do arqNotas.txt (as mesmas do boletim) e da frequencia do ano
      *> no arqPresenca.txt. Resultados apurados:
      *>   APROVADO   - todas as medias na minima e frequencia >= 75%
      *>   RECUPERACAO- frequencia em dia, mas ate 2 disciplinas abaixo
      *>                da media minima, ou disciplina ainda sem nenhuma
      *>                nota lancada no ano: vai ao conselho de classe
      *>   RETIDO     - frequencia abaixo de 75% ou 3 ou mais
      *>                disciplinas abaixo da media minima
      *> A decisao final do conselho de classe para os casos de
      *> RECUPERACAO (APROVADO ou RETIDO) eh gravada pela diretoria na
      *> tela lista11exe1_conselhoClasse; a virada do ano letivo usa a
      *> decisao do conselho quando houver, senao o resultado apurado.
      *>
      *> Uso, dentro da file section de quem le/grava arqResultados:
      *>       fd  arqResultados.
      *>           copy "resreg.cpy".
      *>----------------------------------------------------------------
       01 res-reg.
           05 res-chave.
               10 res-ano                          pic 9(004). *> ano letivo apurado, formato AAAA
               10 res-cod                          pic 9(004). *> codigo do aluno (fd-cod do arqCad)
           05 res-fase                             pic 9(002). *> fase cursada no ano letivo
           05 res-menor-media                      pic 9(002)v9. *> menor media entre as disciplinas
           05 res-qtd-abaixo                       pic 9(002). *> disciplinas abaixo da media minima
           05 res-qtd-sem-nota                     pic 9(002). *> disciplinas sem nenhuma nota no ano
           05 res-frequencia                       pic 9(003)v9. *> frequencia do ano, em percentual
           05 res-resultado                        pic X(011). *> resultado apurado
               88 res-aprovado                     value "APROVADO".
               88 res-recuperacao                  value "RECUPERACAO".
               88 res-retido                       value "RETIDO".
           05 res-decisao                          pic X(010). *> decisao do conselho (espacos = sem decisao)
               88 res-conselho-aprovou             value "APROVADO".
               88 res-conselho-reteve              value "RETIDO".
               88 res-sem-decisao                  value spaces.
           05 res-data-decisao                     pic 9(008). *> data da decisao do conselho, AAAAMMDD
           05 res-usuario                          pic X(020). *> operador que gravou a decisao
