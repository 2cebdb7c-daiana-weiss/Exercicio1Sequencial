      *>----------------------------------------------------------------
      *> REMREG.CPY
      *> Layout padrao do registro de rematricula (arqRematricula.dat,
      *> indexado pela chave ano+aluno) - uma linha por aluno por ano
      *> letivo seguinte, criada PENDENTE pela campanha de rematricula
      *> (lista11exe1_rematricula, que imprime as fichas) e respondida
      *> pela secretaria na tela lista11exe1_manutRematricula:
      *>   C - CONFIRMADA  - o aluno volta no ano seguinte
      *>   D - DESISTENTE  - a familia nao renova: na virada do ano o
      *>                     aluno sai pelo caminho da transferencia
      *>                     (arqTransferidos.txt) em vez de ser promovido
      *>   P - PENDENTE    - sem resposta: a geracao de mensalidades nao
      *>                     cobra janeiro do aluno ate haver decisao
      *> A projecao de vagas do ano seguinte (lista11exe1_relRematricula)
      *> conta as respostas por fase prevista.
      *>
      *> Uso, dentro da file section de quem le/grava arqRematricula:
      *>       fd  arqRematricula.
      *>           copy "remreg.cpy".
      *>----------------------------------------------------------------
       01 rem-reg.
           05 rem-chave.
               10 rem-ano                          pic 9(004). *> ano letivo da rematricula (o seguinte), AAAA
               10 rem-cod                          pic 9(004). *> codigo do aluno (fd-cod do arqCad)
           05 rem-fase-atual                       pic 9(002). *> fase cursada quando a ficha foi gerada
           05 rem-fase-prevista                    pic 9(002). *> fase prevista no ano da rematricula
           05 rem-situacao                         pic X(001). *> situacao da resposta da familia
               88 rem-confirmada                   value "C".
               88 rem-desistente                   value "D".
               88 rem-pendente                     value "P".
           05 rem-data-geracao                     pic 9(008). *> data em que a ficha foi gerada, AAAAMMDD
           05 rem-data-resposta                    pic 9(008). *> data da resposta, AAAAMMDD (zeros = pendente)
           05 rem-usuario                          pic X(020). *> operador que gravou a resposta
