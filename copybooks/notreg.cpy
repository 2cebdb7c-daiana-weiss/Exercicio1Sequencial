      *> na tela de lancamento de notas. Compartilhado pelos programas
      *> do subsistema de notas: a tela de lancamento por fase e o
      *> boletim de fim de periodo. A disciplina eh gravada pelo numero
      *> (01 a 10) da grade da fase no ano letivo, mantida pela diretoria
      *> na tabela de parametros (linhas D do arqParametros.txt, layout
      *> parmreg.cpy).
      *>
      *> Uso, dentro da file section de quem le/grava arqNotas:
      *>       fd  arqNotas.
           05 not-cod                              pic 9(004). *> codigo do aluno (fd-cod do arqCad)
           05 not-ano                              pic 9(004). *> ano letivo, formato AAAA
           05 not-bimestre                         pic 9(001). *> bimestre (1 a 4)
           05 not-disciplina                       pic 9(002). *> numero da disciplina na grade da fase/ano
           05 not-nota                             pic 9(002)v9. *> nota de 00,0 a 10,0
