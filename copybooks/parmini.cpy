      *>----------------------------------------------------------------
      *> PARMINI.CPY
      *> Valores iniciais da tabela de parametros da escola - os que
      *> moravam em VALUE dentro dos programas antes do arqParametros.txt.
      *> O lista11exe1_manutParametros grava com eles a tabela da
      *> primeira execucao; enquanto o arquivo ainda nao existe (tela de
      *> parametros nunca aberta) os programas que leem a tabela usam
      *> estes mesmos valores:
      *>   - mensalidade por faixa de fase, valendo desde sempre
      *>     (geracao das mensalidades e livro caixa);
      *>   - grade unica de disciplinas 01 a 05 para todas as fases e
      *>     anos letivos (lancamento de notas, boletim, apuracao do
      *>     resultado final, atribuicao de professores e controle de
      *>     chamada e notas).
      *>
      *> Uso, dentro da working-storage section:
      *>           copy "parmini.cpy".
      *>----------------------------------------------------------------
       01 pri-valores-iniciais.
           05 pri-valor-faixa-1                    pic 9(004)v99 value 350,00. *> fases 01 a 05
           05 pri-valor-faixa-2                    pic 9(004)v99 value 420,00. *> fases 06 a 09
           05 pri-valor-faixa-3                    pic 9(004)v99 value 480,00. *> fases 10 a 12

       01 pri-grade-inicial.
           05 filler                               pic X(015) value "Portugues".
           05 filler                               pic X(015) value "Matematica".
           05 filler                               pic X(015) value "Ciencias".
           05 filler                               pic X(015) value "Historia".
           05 filler                               pic X(015) value "Artes".
       01 pri-grade-inicial-r redefines pri-grade-inicial.
           05 pri-nome-disc-inicial                pic X(015) occurs 5 times. *> disciplinas 01 a 05

       01 pri-qtd-disc-inicial                     pic 9(002) value 5.
