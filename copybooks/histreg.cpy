      *> gravados:
      *>   PROMOVIDO  - avancou de fase na virada (fases 1 a 11)
      *>   CONCLUIDO  - encerrou a fase 12 e saiu para o arqEgressos
      *>   RETIDO     - ficou na mesma fase pelo resultado final do ano
      *>                (arqResultados.dat / conselho de classe)
      *>
      *> Uso, dentro da file section de quem le/grava arqHistorico:
      *>       fd  arqHistorico.
           05 his-cod                              pic 9(004). *> codigo do aluno (fd-cod do arqCad)
           05 his-ano                              pic 9(004). *> ano letivo cursado, formato AAAA
           05 his-fase                             pic 9(002). *> fase cursada nesse ano letivo
           05 his-resultado                        pic X(010). *> PROMOVIDO, CONCLUIDO ou RETIDO
